           select trace-file assign to w-trace-filename
               organization is line sequential
               file status is w-trace-status.
           select profile-file assign to w-dp-filename
               organization is sequential
               file status is w-dp-status.
       data division.
       file section.
       fd  array-file.
       01  csv-rec pic x(20480).
      * one record per mutation: which entry changed the array, the
      * element index it touched, the key parameters when the entry
      * was a sort, when it happened, the user the job ran under and
      * the business name the array carried (array:set-name), and
      * the element images either side of the change.
      * the image widths are literals for the same reason as fr-data -
      * keep them in step with MAX-LINKAGE by hand if it changes.
       fd  journal-file.
           03  jr-key-offset pic 9(09).
           03  jr-key-length pic 9(09).
           03  jr-descending pic 9(01).
           03  jr-date       pic 9(08).
           03  jr-time       pic 9(08).
           03  jr-user       pic x(30).
           03  jr-name       pic x(30).
           03  jr-before     pic x(8192).
           03  jr-after      pic x(8192).
      * keyed-store image of one element: the l-key-offset /
      * record key, then the whole element. one extra record whose
      * key is all low-values (so it sorts first and comes off the
      * first sequential read) carries the descriptor the way
      * array-file-rec's header does, and one whose key is all
      * high-values (so it comes off last) the control trailer the
      * way array-file-rec's last record does. kf-data's width is a
      * literal for the same reason as fr-data - keep it in step
      * with MAX-LINKAGE by hand if it changes.
       fd  keyed-file.
       01  keyed-file-rec.
           03  kf-key        pic x(256).
      * array:trace-start switches on.
       fd  trace-file.
       01  trace-rec pic x(240).
      * a stored data profile, one record per layout field - what
      * array:data-profile measured, kept for the next run to be
      * compared with.
       fd  profile-file.
       copy "dpstat.cpy" replacing ==!PREFIX!== by ==pr-==.
       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==10==
           .

       78  INITIAL-CAPACITY value 2.
       77  w-fld-length pic 9(09) value 0.
       77  w-field-type pic 9(01) value 0.
           88  w-field-text    value 0.
           88  w-field-display value 1 3.
           88  w-field-packed  value 2 4.
           88  w-field-date    value 3 4.
           88  w-field-date-cyymmdd value 4.
       77  w-field-value pic s9(18) value 0.
       77  w-total pic s9(18) value 0.
       77  w-group-count pic 9(09) value 0.
       01  w-byte-num redefines w-byte-pair pic 9(04) comp.
       77  w-nib-hi pic 9(02) value 0.
       77  w-nib-lo pic 9(02) value 0.

      * calendar-date work: a YYYYMMDD date and its parts, the days
      * in each month (february's 29th only stands in a leap year),
      * and the day number worked out from a date so two of them
      * can be subtracted.
       01  w-date-ymd pic 9(08) value 0.
       01  w-date-parts redefines w-date-ymd.
           03  w-date-yyyy pic 9(04).
           03  w-date-mm   pic 9(02).
           03  w-date-dd   pic 9(02).
       01  w-date-x redefines w-date-ymd pic x(08).
       01  w-date-month-values pic x(24)
           value "312931303130313130313031".
       01  w-date-month-tbl redefines w-date-month-values.
           03  w-date-month-days pic 9(02) occurs 12 times.
       77  w-date-leap pic 9(01) value 0.
       77  w-date-q pic 9(05) value 0.
       77  w-date-r pic 9(03) value 0.
       77  w-date-a pic 9(01) value 0.
       77  w-date-y pic 9(05) value 0.
       77  w-date-m pic 9(02) value 0.
       77  w-date-t pic 9(05) value 0.
       77  w-date-days pic 9(09) value 0.
       77  w-field-edited pic zz9.

       01  w-exc-out.
      * journal-lookup fills it from the registry, the per-entry
      * hooks stage the record, journal-write puts it on the file.
      * w-journal-replaying fences journal-replay's own applies out
      * of the hooks so a replay never journals itself. the name is
      * the array's registry name, the date, time and user the
      * record's stamp.
       77  w-journal-filename pic x(100).
       77  w-journal-name pic x(30) value spaces.
       77  w-journal-date pic 9(08) value 0.
       77  w-journal-time pic 9(08) value 0.
       77  w-journal-user pic x(30) value spaces.
       77  w-journal-status pic x(02) value "00".
       77  w-journal-on pic 9(01) value 0.
       77  w-journal-replaying pic 9(01) value 0.
       77  w-trace-filename pic x(100).
       77  w-trace-status pic x(02) value "00".
       77  w-trace-on pic 9(01) value 0.
       77  w-trace-entry pic x(20) value spaces.
       77  w-trace-date pic x(08) value spaces.
       77  w-trace-time pic x(08) value spaces.

      * call-profile state: once array:profile-start switches the
      * profile on, every entry notes the time of day as it starts
      * (profile-enter) and profile-leave books the call as it
      * leaves against its row of the profile table - one row per
      * entry point and array name, in the order first seen, the
      * last row taking whatever no longer fits - with its elapsed
      * time in hundredths of a second, the elements it processed
      * and whether it left non-ok, and keeps the peak of the
      * storage the registry's arrays hold between them.
      * array:profile-report prints the table. what counts as the
      * elements a call processed depends on the entry, by the kind
      * in w-profile-kind-tbl: 0 none, 1 one element, 3 every
      * element in the registry, 4 the count the call hands back,
      * 5 the range it spans, 6 the journal records read, 7 the
      * transactions read; an entry not listed counts the array's
      * length as the call left it.
       77  w-profile-on pic 9(01) value 0.
       01  w-profile-clock.
           03  w-profile-hh pic 9(02).
           03  w-profile-mi pic 9(02).
           03  w-profile-ss pic 9(02).
           03  w-profile-cc pic 9(02).
       77  w-profile-cs0 pic 9(09) value 0.
       77  w-profile-cs1 pic 9(09) value 0.
       77  w-profile-elapsed pic 9(09) value 0.
       77  w-profile-elements pic 9(15) value 0.
       77  w-profile-kind pic 9(01) value 0.
       77  w-profile-ok pic 9(01) value 0.
       77  w-profile-named pic 9(01) value 0.
       77  w-profile-name pic x(30) value spaces.
       77  w-profile-bytes pic 9(18) value 0.
       77  w-profile-held pic 9(15) value 0.
       77  w-profile-peak pic 9(18) value 0.
       77  w-profile-rows pic 9(03) value 0.
       77  w-profile-r pic 9(03) value 0.
       77  w-profile-k pic 9(03) value 0.
       77  w-profile-top pic 9(03) value 0.
       77  w-profile-total pic 9(11) value 0.
       77  w-profile-calls pic 9(09) value 0.
       77  w-profile-tot-elements pic 9(15) value 0.
       77  w-profile-tot-bad pic 9(09) value 0.
       77  w-profile-start-date pic x(08) value spaces.
       77  w-profile-start-time pic x(08) value spaces.
       77  w-profile-secs pic z(10)9.99.
       77  w-profile-pct pic zz9.9.
       77  w-profile-edited pic z(14)9.
       77  w-profile-caption pic x(40) value spaces.
       01  w-profile-tbl.
           03  w-profile-row occurs 200 times.
               05  w-pf-entry    pic x(20).
               05  w-pf-name     pic x(30).
               05  w-pf-calls    pic 9(09).
               05  w-pf-elapsed  pic 9(11).
               05  w-pf-elements pic 9(15).
               05  w-pf-bad      pic 9(09).
               05  w-pf-done     pic 9(01).
      * the same shape again, for printing: the rows (or their sums
      * per entry point) are copied here and ticked off as they
      * print, largest elapsed time first.
       01  w-profile-prt-tbl.
           03  w-profile-prt-row occurs 200 times.
               05  w-pp-entry    pic x(20).
               05  w-pp-name     pic x(30).
               05  w-pp-calls    pic 9(09).
               05  w-pp-elapsed  pic 9(11).
               05  w-pp-elements pic 9(15).
               05  w-pp-bad      pic 9(09).
               05  w-pp-done     pic 9(01).
       77  w-profile-prt-rows pic 9(03) value 0.
       01  w-profile-kind-values.
           03  filler pic x(20) value "new".
           03  filler pic 9(01) value 0.
           03  filler pic x(20) value "free".
           03  filler pic 9(01) value 0.
           03  filler pic x(20) value "shrink".
           03  filler pic 9(01) value 0.
           03  filler pic x(20) value "length".
           03  filler pic 9(01) value 0.
           03  filler pic x(20) value "capacity".
           03  filler pic 9(01) value 0.
           03  filler pic x(20) value "refresh".
           03  filler pic 9(01) value 0.
           03  filler pic x(20) value "set-name".
           03  filler pic 9(01) value 0.
           03  filler pic x(20) value "find-named".
           03  filler pic 9(01) value 0.
           03  filler pic x(20) value "journal-start".
           03  filler pic 9(01) value 0.
           03  filler pic x(20) value "journal-stop".
           03  filler pic 9(01) value 0.
           03  filler pic x(20) value "stats".
           03  filler pic 9(01) value 0.
           03  filler pic x(20) value "status-report".
           03  filler pic 9(01) value 0.
           03  filler pic x(20) value "begin".
           03  filler pic 9(01) value 0.
           03  filler pic x(20) value "commit".
           03  filler pic 9(01) value 0.
           03  filler pic x(20) value "rollback".
           03  filler pic 9(01) value 0.
           03  filler pic x(20) value "append".
           03  filler pic 9(01) value 1.
           03  filler pic x(20) value "insert".
           03  filler pic 9(01) value 1.
           03  filler pic x(20) value "delete".
           03  filler pic 9(01) value 1.
           03  filler pic x(20) value "update".
           03  filler pic 9(01) value 1.
           03  filler pic x(20) value "get".
           03  filler pic 9(01) value 1.
           03  filler pic x(20) value "search".
           03  filler pic 9(01) value 1.
           03  filler pic x(20) value "put-keyed".
           03  filler pic 9(01) value 1.
           03  filler pic x(20) value "get-keyed".
           03  filler pic 9(01) value 1.
           03  filler pic x(20) value "save-all".
           03  filler pic 9(01) value 3.
           03  filler pic x(20) value "load-all".
           03  filler pic 9(01) value 3.
           03  filler pic x(20) value "append-bulk".
           03  filler pic 9(01) value 4.
           03  filler pic x(20) value "sort-file".
           03  filler pic 9(01) value 4.
           03  filler pic x(20) value "verify-file".
           03  filler pic 9(01) value 4.
           03  filler pic x(20) value "get-range".
           03  filler pic 9(01) value 5.
           03  filler pic x(20) value "audit-report".
           03  filler pic 9(01) value 6.
           03  filler pic x(20) value "apply-transactions".
           03  filler pic 9(01) value 7.
       01  w-profile-kind-tbl redefines w-profile-kind-values.
           03  w-profile-kind-entry occurs 31 times.
               05  w-profile-kind-name pic x(20).
               05  w-profile-kind-code pic 9(01).

       01  w-trace-rec-out.
           03  w-tr-yyyy   pic x(04).
           03  filler      pic x(01) value "-".
       77  w-progress-flag pic 9(01) value 0.
       77  w-progress-cancel pic 9(01) value 0.
       77  w-progress-chunk pic 9(09) value 0.
      * set while array:sort-file drives the heartbeat over the whole
      * file: sort-the-array then credits its run to the file's
      * total instead of starting a scan of its own.
       77  w-progress-nested pic 9(01) value 0.

       77  w-name pic x(30) value spaces.
       77  w-section-name pic x(30) value spaces.

       77  w-key-offset pic 9(09) value 0.
       77  w-key-length pic 9(09) value 0.
      * the reference key slice array:join resolves from its
      * descriptor, beside the driving slice in w-key-offset/length.
       77  w-ref-offset pic 9(09) value 0.
       77  w-ref-length pic 9(09) value 0.
       77  w-descending pic 9(01) value 0.
       77  w-filename pic x(100).
       77  w-file-status pic x(02) value "00".
      * (0 element-by-element, 1 by key slice), and the counts the
      * summary line reports.
       77  w-b-filename pic x(100).
      * a third filename, for an entry's optional delimited copy.
       77  w-c-filename pic x(100).
       77  w-cmp-mode pic 9(01) value 0.
       77  w-cmp-tag pic x(09) value spaces.
       77  w-cmp-add pic 9(09) value 0.
       77  w-cmp-del pic 9(09) value 0.
       77  w-cmp-chg pic 9(09) value 0.

      * lookup-join state: the join descriptor, and a park for the
      * result descriptor while an unmatched driving element is
      * routed through result-append to the unmatched array.
       copy "join.cpy" replacing ==!PREFIX!== by ==w-==.
       copy "array.cpy" replacing ==!PREFIX!== by ==w-hold-==.

      * cross-tab (pivot) state: the column key slice, the distinct
      * row and column key tables (ascending, unregistered scratch
      * arrays with the key as the whole element), and the grid of
      * cells behind them - cell (r, c) sits ((r - 1) * columns +
      * c - 1) cells past the grid pointer and carries its element
      * count and one sum per amount field, in the w-pv-cell shape.
      * w-pv-fld lists the layout fields summed, in amount order.
      * one print section per amount plus a count section, each
      * printed in bands of as many columns as fit across the page,
      * the row TOTAL column riding as one column past the last.
      * a caller's note, when set, rides on the title line.
       77  w-col-offset pic 9(09) value 0.
       77  w-col-length pic 9(09) value 0.
       copy "array.cpy" replacing ==!PREFIX!== by ==w-pv-row-==.
       copy "array.cpy" replacing ==!PREFIX!== by ==w-pv-col-==.
       77  w-pv-grid-ptr usage pointer value null.
       77  w-pv-grid-bytes pic 9(18) value 0.
       77  w-pv-alloc-bytes pic 9(09) value 0.
       77  w-pv-cell-sz pic 9(09) value 0.
       77  w-pv-rows pic 9(09) value 0.
       77  w-pv-cols pic 9(09) value 0.
       77  w-pv-r pic 9(09) value 0.
       77  w-pv-c pic 9(09) value 0.
       77  w-pv-j pic 9(09) value 0.
       77  w-pv-from pic 9(09) value 0.
       77  w-pv-to pic 9(09) value 0.
       77  w-pv-save-index pic 9(09) value 0.
       77  w-pv-amounts pic 9(02) value 0.
       77  w-pv-sect pic 9(02) value 0.
       77  w-pv-decimals pic 9(02) value 0.
       77  w-pv-rw pic 9(05) value 0.
       77  w-pv-cw pic 9(05) value 0.
       77  w-pv-per pic 9(05) value 0.
       77  w-pv-kl pic 9(09) value 0.
       77  w-pv-sum pic s9(18) value 0.
       77  w-pv-label pic x(40) value spaces.
       77  w-pv-note pic x(40) value spaces.
       01  w-pv-fld-tbl value zeros.
           03  w-pv-fld occurs 32 pic 9(03).
       01  w-pv-cell.
           03  w-pv-cell-count  pic 9(09).
           03  w-pv-cell-amount occurs 32 pic s9(18).

      * aging state: the descriptor, the date field, the bucket
      * limits in force and the run date as a day number, then the
      * bucket an element falls in (6 for no date) and its age in
      * days. the report is a pivot whose columns are the buckets -
      * the column key table holds their labels in bucket order, so
      * a cell is found by bucket number, never searched for.
       copy "aging.cpy" replacing ==!PREFIX!== by ==w-==.
       77  w-ag-field pic 9(03) value 0.
       01  w-ag-limit-tbl value zeros.
           03  w-ag-limit occurs 3 pic 9(05).
       77  w-ag-run-date pic 9(08) value 0.
       77  w-ag-run-days pic 9(09) value 0.
       77  w-ag-bucket pic 9(01) value 0.
       77  w-ag-days pic s9(09) value 0.
       77  w-ag-label pic x(11) value spaces.
       77  w-ag-lp pic 9(02) value 0.

      * control-trailer state: the totals a writer builds, or a
      * loader or array:verify-file recomputes (w-ctl-), and the
      * trailer as read back from the file (w-file-ctl-); then the
      * record size the trailer's slices must fit, its written
      * length, the first element a loader appended (the one the
      * recount starts from), whether a trailer turned up and
      * whether it agreed, and where a fixed-width feed's trailer
      * records start.
       copy "ctltrl.cpy" replacing ==!PREFIX!== by ==w-==.
       copy "ctltrl.cpy" replacing ==!PREFIX!== by ==w-file-==.
       78  CTL-HASH-MOD value 100000000000000000.
       77  w-ctl-rec-sz pic 9(09) value 0.
       77  w-ctl-len pic 9(09) value 0.
       77  w-ctl-first pic 9(09) value 0.
       77  w-ctl-found pic 9(01) value 0.
       77  w-ctl-ok pic 9(01) value 0.
       77  w-ctl-p pic 9(09) value 0.
       77  w-ctl-k pic 9(02) value 0.
       77  w-ctl-rec-hash pic 9(18) value 0.
       77  w-ctl-records pic 9(09) value 0.
       77  w-ctl-at pic x(08) comp-x value 0.
       77  w-ctl-expect pic 9(09) value 0.
      * which save entry cut the file array:verify-file checks.
       77  w-file-type pic 9(01) value 0.
           88  w-file-checkpoint value 1.
           88  w-file-all        value 2.
           88  w-file-keyed      value 3.
           88  w-file-fixed      value 4.
           88  w-file-csv        value 5.

      * master-update state: the descriptor, which layout fields a
      * change takes from the transaction and which carry the key,
      * the transaction in hand - its record number, action code,
      * action number (1 add, 2 change, 3 delete, 0 none of them)
      * and why it was turned away - whether the exception report
      * is open, and the trailer a rejects-array element carries
      * behind the transaction image.
       copy "apply.cpy" replacing ==!PREFIX!== by ==w-==.
       01  w-apply-flag-tbl value zeros.
           03  w-apply-flag occurs 32 pic 9(01).
       01  w-apply-key-tbl value zeros.
           03  w-apply-key-fld occurs 32 pic 9(01).
       77  w-apply-seq pic 9(09) value 0.
       77  w-apply-action pic x(01) value space.
       77  w-apply-act pic 9(01) value 0.
       77  w-apply-why pic 9(02) value 0.
           88  w-apply-change-unmatched value 1.
           88  w-apply-delete-unmatched value 2.
           88  w-apply-add-duplicate    value 3.
           88  w-apply-bad-code         value 4.
           88  w-apply-bad-data         value 5.
       77  w-apply-eof pic 9(01) value 0.
       77  w-apply-report pic 9(01) value 0.

       01  w-apply-rej-out.
           03  w-apply-rec-out pic 9(09).
           03  w-apply-act-out pic x(01).
           03  w-apply-why-out pic 9(02).

      * external-sort state: the record size, the records per run,
      * the records the input says it holds and the records read so
      * far, the run length of the merge pass under
      * way and how many passes there are, the merge cursors - the
      * next record and the end of each run of the pair being merged
      * - whether the pass writes the sorted output file or a work
      * file, whether the input carried a control trailer, which
      * files are open, the two work files' names and handles (the
      * handles swap ends between passes), and the record in hand
      * from each run. the run buffer itself is an unregistered
      * scratch array borrowed into w-array while the caller's
      * descriptor is parked in w-hold-array.
       77  w-sort-rec-sz pic 9(09) value 0.
       77  w-sort-run pic 9(09) value 0.
       77  w-sort-total pic 9(09) value 0.
       77  w-sort-expect pic 9(09) value 0.
       77  w-sort-runs pic 9(09) value 0.
       77  w-sort-len pic 9(09) value 0.
       77  w-sort-passes pic 9(09) value 0.
       77  w-sort-start pic 9(09) value 0.
       77  w-sort-a pic 9(09) value 0.
       77  w-sort-a-end pic 9(09) value 0.
       77  w-sort-b pic 9(09) value 0.
       77  w-sort-b-end pic 9(09) value 0.
       77  w-sort-p pic 9(09) value 0.
       77  w-sort-take-a pic 9(01) value 0.
       77  w-sort-eof pic 9(01) value 0.
       77  w-sort-final pic 9(01) value 0.
       77  w-sort-has-trl pic 9(01) value 0.
       77  w-sort-in-open pic 9(01) value 0.
       77  w-sort-out-open pic 9(01) value 0.
       77  w-sort-out-made pic 9(01) value 0.
       77  w-sort-work-made pic 9(01) value 0.
       77  w-sort-status pic 9(02) value 0.
       77  w-sort-work-1 pic x(256) value spaces.
       77  w-sort-work-2 pic x(256) value spaces.
       77  w-sort-src-handle pic x(04) value low-values.
       77  w-sort-dst-handle pic x(04) value low-values.
       77  w-sort-tmp-handle pic x(04) value low-values.
       77  w-sort-rd-offset pic x(08) comp-x value 0.
       77  w-sort-wr-offset pic x(08) comp-x value 0.
       01  w-sort-rec-a pic x(8192) value spaces.
       01  w-sort-rec-b pic x(8192) value spaces.
       01  w-sort-file-info.
           03  w-sort-file-size pic x(08) comp-x.
           03  filler           pic x(08).

      * audit-report state: the descriptor, the journal record in
      * hand - its sequence number in the file, its entry type
      * number and whether the filters let it through - whether the
      * listing and the delimited copy are open, whether the next
      * listing line opens an event (and so carries the record's
      * stamp), which images a field line shows and whether it is a
      * field line at all, the field name and old/new values staged
      * for the line, the stamp and key slice as printed, and the
      * entry type table: the journal's entry name and the summary
      * label per type number (8 to 10 the unit-of-work markers,
      * 11 spare, 12 anything else).
       copy "audit.cpy" replacing ==!PREFIX!== by ==w-==.
       77  w-audit-seq pic 9(09) value 0.
       77  w-audit-type pic 9(02) value 0.
       77  w-audit-t pic 9(02) value 0.
       77  w-audit-take pic 9(01) value 0.
       77  w-audit-rpt pic 9(01) value 0.
       77  w-audit-csv pic 9(01) value 0.
       77  w-audit-first pic 9(01) value 0.
       77  w-audit-show-old pic 9(01) value 0.
       77  w-audit-show-new pic 9(01) value 0.
       77  w-audit-is-field pic 9(01) value 0.
       77  w-audit-changed pic 9(03) value 0.
       77  w-audit-fld pic x(20) value spaces.
       77  w-audit-old pic x(22) value spaces.
       77  w-audit-new pic x(22) value spaces.
       77  w-audit-val pic x(22) value spaces.
       77  w-audit-txt pic x(30) value spaces.
       77  w-audit-txt-len pic 9(02) value 0.
       01  w-audit-date-out.
           03  w-audit-yyyy pic x(04).
           03  filler       pic x(01) value "-".
           03  w-audit-mm   pic x(02).
           03  filler       pic x(01) value "-".
           03  w-audit-dd   pic x(02).
       01  w-audit-time-out.
           03  w-audit-hh   pic x(02).
           03  filler       pic x(01) value ":".
           03  w-audit-mi   pic x(02).
           03  filler       pic x(01) value ":".
           03  w-audit-ss   pic x(02).
       01  w-audit-slice-out.
           03  w-audit-slice-off pic zzzz9.
           03  filler            pic x(01) value "/".
           03  w-audit-slice-len pic zzzz9.
       01  w-audit-type-values.
           03  filler pic x(12) value "append".
           03  filler pic x(12) value "APPEND".
           03  filler pic x(12) value "insert".
           03  filler pic x(12) value "INSERT".
           03  filler pic x(12) value "put-keyed".
           03  filler pic x(12) value "PUT-KEYED".
           03  filler pic x(12) value "update".
           03  filler pic x(12) value "UPDATE".
           03  filler pic x(12) value "delete".
           03  filler pic x(12) value "DELETE".
           03  filler pic x(12) value "sort".
           03  filler pic x(12) value "SORT".
           03  filler pic x(12) value "cancelled".
           03  filler pic x(12) value "CANCELLED".
           03  filler pic x(12) value "begin".
           03  filler pic x(12) value "BEGIN".
           03  filler pic x(12) value "commit".
           03  filler pic x(12) value "COMMIT".
           03  filler pic x(12) value "rollback".
           03  filler pic x(12) value "ROLLBACK".
           03  filler pic x(24) value spaces.
           03  filler pic x(12) value spaces.
           03  filler pic x(12) value "OTHER".
       01  w-audit-type-tbl redefines w-audit-type-values.
           03  w-audit-type-entry occurs 12 times.
               05  w-audit-type-code  pic x(12).
               05  w-audit-type-label pic x(12).

      * data-profile state: the descriptor, the field in hand and
      * its statistics as they build, the stored field it is compared
      * with - whether there is one, and every record of the stored
      * profile as read (the record width is a literal like fr-data's
      * - keep it in step with dpstat.cpy by hand if that changes).
      * the field's values go to a scratch array of their own to be
      * sorted - text as it stands, numerics as their value plus
      * PROFILE-BIAS, unsigned display, so the bytes order the way
      * the values do - and the mean and standard deviation come
      * from a running mean and sum of squared deviations, so no
      * total can overflow however many elements there are. then the
      * cursors, the new values a text field brought that the stored
      * profile never saw, the drift lines waiting to be printed
      * under the field, and the percentile table: rank and label.
       copy "dprof.cpy" replacing ==!PREFIX!== by ==w-==.
       copy "dpstat.cpy" replacing ==!PREFIX!== by ==w-==.
       copy "dpstat.cpy" replacing ==!PREFIX!== by ==w-base-==.
       copy "array.cpy" replacing ==!PREFIX!== by ==w-dp-==.
       78  PROFILE-BIAS value 999999999999999999.
       77  w-dp-filename pic x(100) value spaces.
       77  w-dp-status pic x(02) value "00".
       77  w-dp-print-open pic 9(01) value 0.
       77  w-dp-save-open pic 9(01) value 0.
       77  w-dp-has-base pic 9(01) value 0.
       77  w-dp-base-count pic 9(02) value 0.
       01  w-dp-base-tbl.
           03  w-dp-base-rec pic x(2213) occurs 32 times.
       77  w-dp-f pic 9(03) value 0.
       77  w-dp-ssz pic 9(09) value 0.
       77  w-dp-n pic 9(09) value 0.
       77  w-dp-j pic 9(09) value 0.
       77  w-dp-k pic 9(09) value 0.
       77  w-dp-run pic 9(09) value 0.
       77  w-dp-p pic 9(02) value 0.
       77  w-dp-v pic 9(02) value 0.
       77  w-dp-top pic 9(02) value 0.
       77  w-dp-tol pic 9(03)v9(02) value 0.
       77  w-dp-found pic 9(01) value 0.
       77  w-dp-alloc pic 9(18) value 0.
       77  w-dp-bytes pic 9(09) value 0.
       77  w-dp-slot-ptr usage pointer value null.
       01  w-dp-key-area.
           03  w-dp-key pic 9(19).
       01  w-dp-key-x redefines w-dp-key-area pic x(19).
       77  w-dp-mean pic s9(19)v9(09) value 0.
       77  w-dp-delta pic s9(19)v9(09) value 0.
       77  w-dp-m2 pic s9(27)v9(04) value 0.
       77  w-dp-value pic x(30) value spaces.
       77  w-dp-swap-value pic x(30) value spaces.
       77  w-dp-swap-cnt pic 9(09) value 0.
       77  w-dp-new-count pic 9(01) value 0.
       77  w-dp-new-total pic 9(09) value 0.
       01  w-dp-new-tbl.
           03  w-dp-new-value pic x(30) occurs 5 times.
       77  w-dp-drift-count pic 9(02) value 0.
       77  w-dp-line pic x(100) value spaces.
       01  w-dp-drift-tbl.
           03  w-dp-drift-line pic x(100) occurs 12 times.
       77  w-dp-frac pic s9(18)v9(06) value 0.
       77  w-dp-base-frac pic s9(18)v9(06) value 0.
       77  w-dp-scale pic 9(19)v9(06) value 0.
       77  w-dp-limit pic 9(19)v9(06) value 0.
       77  w-dp-diff pic s9(19)v9(06) value 0.
       77  w-dp-share-now pic 9(03)v9(02) value 0.
       77  w-dp-share-base pic 9(03)v9(02) value 0.
       77  w-dp-share-diff pic s9(03)v9(02) value 0.
       77  w-dp-pct-edit pic zz9.99.
       77  w-dp-col pic 9(03) value 0.
       77  w-dp-label pic x(20) value spaces.
       77  w-dp-text pic x(22) value spaces.
       77  w-dp-len-edit pic zzz9.
       01  w-dp-rank-values.
           03  filler pic 9(02) value 10.
           03  filler pic x(16) value "10TH PERCENTILE".
           03  filler pic 9(02) value 25.
           03  filler pic x(16) value "25TH PERCENTILE".
           03  filler pic 9(02) value 50.
           03  filler pic x(16) value "MEDIAN".
           03  filler pic 9(02) value 75.
           03  filler pic x(16) value "75TH PERCENTILE".
           03  filler pic 9(02) value 90.
           03  filler pic x(16) value "90TH PERCENTILE".
       01  w-dp-rank-tbl redefines w-dp-rank-values.
           03  w-dp-rank-entry occurs 5 times.
               05  w-dp-rank       pic 9(02).
               05  w-dp-rank-label pic x(16).

      * central bookkeeping for every array currently outstanding in
      * this run, kept in step by register-array/unregister-array/
      * sync-registry - populated from array:new through array:stats,
               05  w-registry-journal-on pic 9(01) value 0.
               05  w-registry-journal-file pic x(100) value spaces.
               05  w-registry-name pic x(30) value spaces.
               05  w-registry-uow pic 9(01) value 0.

      * unit-of-work state: array:begin enlists registered arrays
      * (w-registry-uow in their slots) and from then until
      * array:commit or array:rollback every mutating entry on one
      * of them puts an undo record on the undo log - one m$alloc'd
      * byte stream, grown by doubling - as it changes the array.
      * each record is a header (registry slot, type, index, data
      * bytes), the data, and the header again, so array:rollback
      * can walk the log backwards from its end. the types: A an
      * append (index = the length before it), I an insert at
      * index, U an overwrite at index (data = the element before),
      * D a delete at index (data = the element deleted), S a sort
      * or dedup (index = the length before it, data = the whole
      * array before it). w-undo-lost notes a log that could not
      * grow any further - that unit can no longer be rolled back.
      * w-undo-arg-slot holds the registry slot of each descriptor
      * a unit-of-work entry was handed: zero for one not passed,
      * past w-registry-max for one not registered.
       78  UNDO-HDR-SZ value 22.
       78  UNDO-LOG-INITIAL value 4096.
       77  w-undo-open pic 9(01) value 0.
       77  w-undo-on pic 9(01) value 0.
       77  w-undo-lost pic 9(01) value 0.
       77  w-undo-log-ptr usage pointer value null.
       77  w-undo-old-ptr usage pointer value null.
       77  w-undo-src-ptr usage pointer value null.
       77  w-undo-dest-ptr usage pointer value null.
       77  w-undo-data-ptr usage pointer value null.
       77  w-undo-log-size pic 9(09) value 0.
       77  w-undo-log-used pic 9(09) value 0.
       77  w-undo-need pic 9(09) value 0.
       77  w-undo-pos pic 9(09) value 0.
       77  w-undo-save-sz pic 9(09) value 0.
       77  w-undo-k pic 9(09) value 0.
       77  w-undo-a pic 9(02) value 0.
       77  w-undo-status pic 9(02) value 0.
       01  w-undo-hdr.
           03  w-undo-slot  pic 9(03).
           03  w-undo-type  pic x(01).
           03  w-undo-index pic 9(09).
           03  w-undo-bytes pic 9(09).
       01  w-undo-arg-tbl value zeros.
           03  w-undo-arg-slot pic 9(09) occurs 6 times.

      * journal-replay's unit-of-work verdicts: a first pass over
      * the journal notes, per "begin" marker in file order, whether
      * its unit reached a "commit" (C) or not (space) - one byte
      * each in an unregistered scratch array - and the applying
      * pass skips every record of a unit that never committed.
       copy "array.cpy" replacing ==!PREFIX!== by ==w-rv-==.
       77  w-rv-open pic 9(09) value 0.
       77  w-rv-group pic 9(09) value 0.
       77  w-rv-skip pic 9(01) value 0.

      * whole-registry checkpoint state: one status byte per registry
      * slot ("0" loaded/saved, "2" loaded but its saved name was
      * already taken, "4" no live array for the section, "6" file
      * trouble, space = empty slot), the overall verdict, and the
      * section count read back from a multi-section file. "8" is a
      * section read back whole but disagreeing with its control
      * trailer - the slot keeps what it held.
       77  w-all-ok pic 9(01) value 0.
       77  w-section-ok pic 9(01) value 0.
       77  w-sections pic 9(09) value 0.
       copy "array.cpy" replacing ==!PREFIX!== by ==l-both-==.
       copy "layout.cpy" replacing ==!PREFIX!== by ==l-==.
       copy "layout.cpy" replacing ==!PREFIX!== by ==l-b-==.
       copy "join.cpy" replacing ==!PREFIX!== by ==l-==.
       copy "apply.cpy" replacing ==!PREFIX!== by ==l-==.
       copy "audit.cpy" replacing ==!PREFIX!== by ==l-==.
       copy "dprof.cpy" replacing ==!PREFIX!== by ==l-==.
       copy "aging.cpy" replacing ==!PREFIX!== by ==l-==.
       77  l-title pic x(60).
       77  l-flags pic x(32).
       77  l-name pic x(30).
       77  l-to   pic 9(09).
       77  l-key-offset pic 9(09).
       77  l-key-length pic 9(09).
       77  l-col-offset pic 9(09).
       77  l-col-length pic 9(09).
       77  l-descending pic 9(01).
       77  l-filename pic x(100).
       77  l-b-filename pic x(100).
       77  l-c-filename pic x(100).
       77  l-found pic 9(01).
       77  l-file-type pic 9(01).
       77  l-count pic 9(09).
       77  l-fld-offset pic 9(09).
       77  l-fld-length pic 9(09).

       entry "array:new" using l-array l-element-sz.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.

       entry "array:free" using l-array.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.

       entry "array:append" using l-array l-element.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           perform sync-registry thru sync-registry-ex.

           perform journal-lookup thru journal-lookup-ex.
           if w-undo-on = 1
              move "A" to w-undo-type
              move w-index to w-undo-index
              perform undo-mark thru undo-mark-ex
           end-if.
           if w-journal-on = 1
              move "append" to w-journal-entry
              move w-index to w-journal-index

       entry "array:insert" using l-array l-element l-index.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           perform sync-registry thru sync-registry-ex.

           perform journal-lookup thru journal-lookup-ex.
           if w-undo-on = 1
              move "I" to w-undo-type
              move w-index to w-undo-index
              perform undo-mark thru undo-mark-ex
           end-if.
           if w-journal-on = 1
              move "insert" to w-journal-entry
              move w-index to w-journal-index

       entry "array:delete" using l-array l-index.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
              go to array-delete-exit
           end-if.
           perform journal-lookup thru journal-lookup-ex.
           if w-journal-on = 1 or w-undo-on = 1
              perform journal-capture-before
                 thru journal-capture-before-ex
           end-if.
           subtract 1 from w-array-length.
           set w-array-ok to true.
           perform sync-registry thru sync-registry-ex.
           if w-undo-on = 1
              move "D" to w-undo-type
              move w-index to w-undo-index
              perform undo-element thru undo-element-ex
           end-if.

           if w-journal-on = 1
              move "delete" to w-journal-entry

       entry "array:update" using l-array l-element l-index.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
              go to array-update-exit
           end-if.
           perform journal-lookup thru journal-lookup-ex.
           if w-journal-on = 1 or w-undo-on = 1
              perform journal-capture-before
                 thru journal-capture-before-ex
           end-if.
           perform move-linkage-value-to-the-array
              thru move-linkage-value-to-the-array-ex.
           set w-array-ok to true.
           if w-undo-on = 1
              move "U" to w-undo-type
              move w-index to w-undo-index
              perform undo-element thru undo-element-ex
           end-if.

           if w-journal-on = 1
              move "update" to w-journal-entry

       entry "array:shrink" using l-array.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.

      * checkpoint the array to a sequential file: one header record
      * (element size / length) followed by one data record per
      * element, and the control trailer last. the trailer's hash
      * total runs over the trailing l-key-offset / l-key-length
      * slice (left off, or zero length, means the whole element)
      * and it sums every numeric field of the trailing l-layout
      * when one is passed - callers cut before the trailer existed
      * simply leave them off.
       entry "array:save-file" using l-array l-filename l-key-offset
           l-key-length l-layout.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           copy "catchx.pdv" replacing
               ==!W== by ==filename==
               ==!N== by ==2==.
           move 0 to w-key-offset.
           move 0 to w-key-length.
           if w-args-size(3) > 0
              move l-key-offset to w-key-offset
           end-if.
           if w-args-size(4) > 0
              move l-key-length to w-key-length
           end-if.

           if w-key-length = 0
              move 0 to w-key-offset
              move w-array-element-sz to w-key-length
           end-if.
           if w-key-offset + w-key-length > w-array-element-sz
              set w-array-bad-index to true
              go to array-save-file-exit
           end-if.

           initialize w-ctl-trailer.
           move w-key-offset to w-ctl-hash-offset.
           move w-key-length to w-ctl-hash-length.
           if w-args-size(5) > 0
              move l-layout to w-layout
              perform check-layout thru check-layout-ex
              if not w-array-ok
                 go to array-save-file-exit
              end-if
              perform ctl-layout-sums thru ctl-layout-sums-ex
           end-if.

           open output array-file.
           if w-file-status not = "00"
           end-if.

           perform save-elements thru save-elements-ex.
           if w-section-ok = 1
              perform ctl-write-record thru ctl-write-record-ex
           end-if.
           if w-section-ok = 0
              set w-array-file-error to true
           else
      * restart from a checkpoint written by array:save-file. the
      * incoming l-array is treated as fresh - any storage it already
      * owns is released first so restart never leaks the old buffer.
      * the elements are recounted against the control trailer; a
      * missing or disagreeing trailer leaves what was read loaded
      * but returns ctl-mismatch, so the step can refuse to go on
      * from a short or damaged checkpoint.
       entry "array:load-file" using l-array l-filename.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           end-perform.

           if not w-array-file-error and not w-array-registry-full
              move 0 to w-ctl-first
              perform ctl-read-record thru ctl-read-record-ex
              if w-ctl-ok = 1
                 set w-array-ok to true
              else
                 set w-array-ctl-mismatch to true
              end-if
           end-if.
           close array-file.


       entry "array:get" using l-array l-out-element l-index.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.

       entry "array:length" using l-array l-index.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.

       entry "array:capacity" using l-array l-index.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
      * linear scan for an element whose full value matches l-element.
       entry "array:find" using l-array l-element l-index.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
       entry "array:search" using l-array l-element l-key-offset
           l-key-length l-descending l-index.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
       entry "array:put-keyed" using l-array l-element l-key-offset
           l-key-length.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           perform sync-registry thru sync-registry-ex.

           perform journal-lookup thru journal-lookup-ex.
           if w-undo-on = 1
              move "I" to w-undo-type
              move w-index to w-undo-index
              perform undo-mark thru undo-mark-ex
           end-if.
           if w-journal-on = 1
              move "put-keyed" to w-journal-entry
              move w-index to w-journal-index
       entry "array:get-keyed" using l-array l-element l-key-offset
           l-key-length l-out-element.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
      * online inquiry can READ one record by key instead of loading
      * the whole image, and two jobs in a stream can share one
      * reference table. the descriptor rides in a record whose key
      * is all low-values, and the control trailer in one whose key
      * is all high-values (so it sorts last): the count, a hash
      * total over the key slice, and the sums of the numeric fields
      * of the trailing l-layout when one is passed. duplicate key
      * slices cannot be stored - the write fails the save with
      * file-error.
       entry "array:save-keyed" using l-array l-filename l-key-offset
           l-key-length l-layout.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
              go to array-save-keyed-exit
           end-if.

           initialize w-ctl-trailer.
           move w-key-offset to w-ctl-hash-offset.
           move w-key-length to w-ctl-hash-length.
           if w-args-size(5) > 0
              move l-layout to w-layout
              perform check-layout thru check-layout-ex
              if not w-array-ok
                 go to array-save-keyed-exit
              end-if
              perform ctl-layout-sums thru ctl-layout-sums-ex
           end-if.

           move w-filename to w-keyed-filename.
           open output keyed-file.
           if w-keyed-status not = "00"
              add 1 to w-index
           end-perform.

           if w-array-ok
              perform ctl-zero thru ctl-zero-ex
              move 0 to w-ctl-first
              perform ctl-scan-array thru ctl-scan-array-ex
              perform ctl-set-length thru ctl-set-length-ex
              initialize keyed-file-rec
              move high-values to kf-key
              move w-ctl-trailer(1:w-ctl-len) to kf-data(1:w-ctl-len)
              write keyed-file-rec
              if w-keyed-status not = "00"
                 set w-array-file-error to true
              end-if
           end-if.

           close keyed-file.

       array-save-keyed-exit.
      * already owns is released first. sequential reads hand the
      * elements back in key order. a caller that passes a non-zero
      * l-key-length is checked against the key slice the file was
      * cut with; zero takes the file's word for it. the elements
      * are then checked against the store's control trailer - a
      * missing or disagreeing trailer leaves them loaded but
      * returns ctl-mismatch.
       entry "array:load-keyed" using l-array l-filename l-key-offset
           l-key-length.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           end-perform.

           if not w-array-file-error and not w-array-registry-full
              set w-array-ctl-mismatch to true
              read keyed-file next
                 at end
                 continue
              end-read
              if w-keyed-status = "00" and kf-key = high-values
                 move kf-data to w-file-ctl-trailer
                 move 0 to w-ctl-first
                 perform ctl-verify-array thru ctl-verify-array-ex
                 if w-ctl-ok = 1
                    set w-array-ok to true
                 end-if
              end-if
           end-if.
           close keyed-file.

           l-key-offset l-key-length l-filename l-b-filename
           l-title.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
       entry "array:stats" using l-index l-found l-count l-element-sz
           l-length l-capacity l-name.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catch9.pdv" replacing
               ==!W== by ==index==
               ==!N== by ==1==.
              end-if
           end-if.
           move w-index to l-index.
           if w-profile-on = 1
              move "stats" to w-trace-entry
              move 1 to w-profile-ok
              perform profile-leave thru profile-leave-ex
           end-if.
           perform trace-clear thru trace-clear-ex.
           $RETURN.

       entry "array:sort" using l-array l-key-offset l-key-length
           l-descending.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           end-if.

           set w-array-ok to true.
      * a sort in a unit of work is undone from a copy of the whole
      * array as it stood before - a cancelled one included.
           perform journal-lookup thru journal-lookup-ex.
           if w-undo-on = 1
              perform undo-snapshot thru undo-snapshot-ex
           end-if.
           perform sort-the-array thru sort-the-array-ex.
      * a cancel leaves the array only partly ordered, so it must
      * not journal as a completed sort - but the elements have
      * m$copy) however many elements arrive.
       entry "array:append-bulk" using l-array l-element l-count.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           perform sync-registry thru sync-registry-ex.

           perform journal-lookup thru journal-lookup-ex.
           if w-undo-on = 1
              move "A" to w-undo-type
              compute w-undo-index = w-array-length - w-count
              perform undo-mark thru undo-mark-ex
           end-if.
           if w-journal-on = 1
              move "append" to w-journal-entry
              compute w-index = w-array-length - w-count
      * thru l-to (inclusive, 0-based like array:get) in one buffer.
       entry "array:get-range" using l-array l-out-element l-from l-to.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           l-key-length l-descending l-only-a-array l-only-b-array
           l-both-array.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
       entry "array:merge" using l-array l-b-array l-key-offset
           l-key-length l-descending l-r-array.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
       entry "array:dedup" using l-array l-key-offset l-key-length
           l-r-array l-count.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           end-if.

           perform journal-lookup thru journal-lookup-ex.
      * in a unit of work the whole array is kept as it stood, and
      * a rollback puts it back in one piece - the journal's
      * per-duplicate deletes are not needed for that.
           if w-undo-on = 1
              perform undo-snapshot thru undo-snapshot-ex
           end-if.

           move 0 to w-index.
           perform elem-offset thru elem-offset-ex.
       entry "array:total" using l-array l-fld-offset l-fld-length
           l-field-type l-total.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           l-key-length l-fld-offset l-fld-length l-field-type
           l-r-array.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
       entry "array:report-file" using l-array l-layout l-key-offset
           l-key-length l-flags l-filename l-title.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
       entry "array:print-file" using l-array l-layout l-filename
           l-title.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
      * write the array as delimited text, one line per element,
      * driven by the same l-layout table as array:print-file: text
      * fields quoted (embedded quotes doubled), numeric fields as
      * readable digits with sign and decimal point. the last line
      * is the control trailer, tag first, as one unquoted image:
      * the count, a hash total over the trailing l-key-offset /
      * l-key-length slice of the element (left off, or zero
      * length, means the first layout field), and the sums of the
      * layout's numeric fields.
       entry "array:save-csv" using l-array l-layout l-filename
           l-key-offset l-key-length.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           copy "catchx.pdv" replacing
               ==!W== by ==filename==
               ==!N== by ==3==.
           move 0 to w-key-offset.
           move 0 to w-key-length.
           if w-args-size(4) > 0
              move l-key-offset to w-key-offset
           end-if.
           if w-args-size(5) > 0
              move l-key-length to w-key-length
           end-if.

           perform check-layout thru check-layout-ex.
           if not w-array-ok
              go to array-save-csv-exit
           end-if.
           if w-key-length = 0
              move w-layout-offset(1) to w-key-offset
              move w-layout-length(1) to w-key-length
           end-if.
           if w-key-offset + w-key-length > w-array-element-sz
              set w-array-bad-index to true
              go to array-save-csv-exit
           end-if.
           initialize w-ctl-trailer.
           move w-key-offset to w-ctl-hash-offset.
           move w-key-length to w-ctl-hash-length.
           perform ctl-layout-sums thru ctl-layout-sums-ex.
           perform csv-line-capacity thru csv-line-capacity-ex.
           if w-csv-cap > 20480
              set w-array-bad-index to true
              add 1 to w-index
           end-perform.

           if w-array-ok
              perform ctl-zero thru ctl-zero-ex
              move 0 to w-ctl-first
              perform ctl-scan-array thru ctl-scan-array-ex
              perform ctl-set-length thru ctl-set-length-ex
              move spaces to csv-rec
              move w-ctl-trailer(1:w-ctl-len) to csv-rec(1:w-ctl-len)
              write csv-rec
              if w-csv-status not = "00"
                 set w-array-file-error to true
              end-if
           end-if.

           close csv-file.

       array-save-csv-exit.
      * array, which must already be new'd with the right element
      * size. a line whose field count, quoting, or numeric format
      * does not satisfy the layout is counted in l-count and skipped
      * instead of failing the load; blank lines are ignored. a
      * control trailer line written by array:save-csv ends the
      * read, and the elements this call appended are checked
      * against it - skipped lines included, so a load that dropped
      * any comes back ctl-mismatch (the good lines stay appended).
      * a file from the distributed side with no trailer loads as
      * before.
       entry "array:load-csv" using l-array l-layout l-filename
           l-count.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
               ==!N== by ==3==.

           move 0 to w-reject-count.
           move 0 to w-ctl-found.
           move w-array-length to w-ctl-first.
           perform check-layout thru check-layout-ex.
           if not w-array-ok
              go to array-load-csv-exit
                 set w-array-file-error to true
                 exit perform
              end-if
              if csv-rec(1:8) = "*CTLTRL*"
                 move 1 to w-ctl-found
                 move csv-rec to w-file-ctl-trailer
                 exit perform
              end-if
              move csv-rec to w-csv-line
              perform csv-line-length thru csv-line-length-ex
              if w-csv-len > 0

           close csv-file.

           if w-ctl-found = 1 and w-array-ok
              perform ctl-verify-array thru ctl-verify-array-ex
              if w-ctl-ok = 0
                 set w-array-ctl-mismatch to true
              end-if
           end-if.

       array-load-csv-exit.
           move w-reject-count to w-count.
           copy "movex.pdv" replacing
       entry "array:validate" using l-array l-layout l-r-array
           l-filename l-count.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
      * zoned/packed, or whose value cannot fit the element field,
      * is counted in l-count and skipped, like array:load-csv. the
      * record length is the file-side layout's high-water mark; a
      * short tail record is dropped with the rejects. a record that
      * opens with the control trailer tag ends the feed, and every
      * record ahead of it - rejects included, the trailer counts
      * the feed as written - is recounted against it: a trailer
      * that disagrees returns ctl-mismatch with the good records
      * still appended. a feed from another system with no trailer
      * loads as before.
       entry "array:load-fixed" using l-array l-layout l-b-layout
           l-filename l-count.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
              go to array-load-fixed-exit
           end-if.

           move 0 to w-ctl-found.
           move 0 to w-fix-offset.
           move 0 to w-fix-eof.
           perform until w-fix-eof = 1
              if return-code not = 0
                 move 1 to w-fix-eof
              else
                 if w-fix-reclen >= 8
                    and w-fixed-rec(1:8) = "*CTLTRL*"
                    move 1 to w-ctl-found
                    move w-fix-offset to w-ctl-at
                    move 1 to w-fix-eof
                 else
                    add w-fix-reclen to w-fix-offset
                    perform fix-parse-record thru fix-parse-record-ex
                    if w-fix-good = 1
                       perform append-out-element
                          thru append-out-element-ex
                    else
                       add 1 to w-fix-count
                    end-if
                 end-if
              end-if
           end-perform.

           if w-ctl-found = 1 and w-array-ok
              perform ctl-fixed-image thru ctl-fixed-image-ex
              if w-ctl-ok = 1
                 perform ctl-fixed-verify thru ctl-fixed-verify-ex
              end-if
              if w-ctl-ok = 0
                 set w-array-ctl-mismatch to true
              end-if
           end-if.

           call "CBL_CLOSE_FILE" using w-fix-handle.

       array-load-fixed-exit.
      * outgoing record and in which representation. a numeric value
      * that cannot fit its file-side field stops the save with
      * size-mismatch rather than cutting a silently truncated feed.
      * the feed ends with the control trailer, space-padded to
      * whole records, counted in record terms: a hash total over
      * the trailing l-key-offset / l-key-length slice of the
      * record (left off, or zero length, means the whole record)
      * and the sums of the file-side numeric fields. a record
      * shorter than the trailer tag cannot carry one, so such a
      * feed goes out without.
       entry "array:save-fixed" using l-array l-layout l-b-layout
           l-filename l-key-offset l-key-length.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
              go to array-save-fixed-exit
           end-if.

           move 0 to w-key-offset.
           move 0 to w-key-length.
           if w-args-size(5) > 0
              move l-key-offset to w-key-offset
           end-if.
           if w-args-size(6) > 0
              move l-key-length to w-key-length
           end-if.
           if w-key-length = 0
              move 0 to w-key-offset
              move w-fix-reclen to w-key-length
           end-if.
           if w-key-offset + w-key-length > w-fix-reclen
              set w-array-bad-index to true
              go to array-save-fixed-exit
           end-if.
           initialize w-ctl-trailer.
           move w-key-offset to w-ctl-hash-offset.
           move w-key-length to w-ctl-hash-length.
           perform ctl-b-layout-sums thru ctl-b-layout-sums-ex.
           perform ctl-zero thru ctl-zero-ex.

           move spaces to w-fix-fname.
           move w-filename to w-fix-fname.
           move 2 to w-fix-access.
                 set w-array-file-error to true
                 exit perform
              end-if
              set address of d-array to address of w-fixed-rec
              perform ctl-accumulate thru ctl-accumulate-ex
              add w-fix-reclen to w-fix-offset
              add 1 to w-index
           end-perform.

           if w-array-ok and w-fix-reclen >= 8
              perform ctl-fixed-write thru ctl-fixed-write-ex
           end-if.

           call "CBL_CLOSE_FILE" using w-fix-handle.

       array-save-fixed-exit.
      * comes back array-not-found.
       entry "array:for-each" using l-array l-callback.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
      * registered, i.e. live.
       entry "array:journal-start" using l-array l-filename.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
      * journal file itself is left in place for the auditors.
       entry "array:journal-stop" using l-array.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
      * original entry would have applied it, in file order, so a
      * checkpoint plus its journal restores the array to the point
      * of failure. the applies themselves are fenced out of the
      * journal hooks - a replay never journals itself. only
      * committed work is applied: a first pass finds which units
      * of work (begin ... commit) were committed, and the records
      * of a unit that was rolled back, or never closed before the
      * journal ends, are skipped along with its markers.
       entry "array:journal-replay" using l-array l-filename.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.

           move 1 to w-journal-replaying.
           move w-filename to w-journal-filename.
           set w-rv-array-ptr to null.
           move 1 to w-rv-array-element-sz.
           move 0 to w-rv-array-length.
           move 0 to w-rv-array-capacity.
           perform replay-scan thru replay-scan-ex.
           if not w-array-ok
              go to array-journal-replay-exit
           end-if.

           open input journal-file.
           if w-journal-status not = "00"
              set w-array-file-error to true
           end-if.

           set w-array-ok to true.
           move 0 to w-rv-group.
           move 0 to w-rv-skip.
           perform until w-journal-status not = "00"
              read journal-file
                 at end
                 set w-array-file-error to true
                 exit perform
              end-if
              perform replay-one thru replay-one-ex
              if not w-array-ok
                 exit perform
              end-if
           perform sync-registry thru sync-registry-ex.

       array-journal-replay-exit.
           if w-rv-array-ptr not = null
              call "m$free" using w-rv-array-ptr
              set w-rv-array-ptr to null
           end-if.
           move 0 to w-journal-replaying.
           copy "movex.pdv" replacing
               ==!W== by ==array==
      * multi-section file: a master header naming the section
      * count, then per array a section header (element size,
      * length, capacity, registry slot and the slot's registered
      * name) followed by one record per element and the section's
      * control trailer, in slot order. l-found comes back 1 when
      * the whole
      * snapshot made it out, l-count is the sections written, and
      * l-status-list carries one byte per registry slot - "0"
      * saved, "6" file trouble, space for an empty slot.
       entry "array:save-all" using l-filename l-found l-count
           l-status-list.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==filename==
               ==!N== by ==1==.
           copy "movex.pdv" replacing
               ==!W== by ==status-list==
               ==!N== by ==4==.
           if w-profile-on = 1
              move "save-all" to w-trace-entry
              move w-all-ok to w-profile-ok
              perform profile-leave thru profile-leave-ex
           end-if.
           perform trace-clear thru trace-clear-ex.
           $RETURN.

      * rest. journal settings on the slots are left as they are;
      * registered names come back with their sections, except a
      * name another live slot already holds - that section loads
      * nameless with "2" in its status byte. a section that does
      * not agree with its control trailer is not loaded ("8") and
      * l-found comes back 0.
       entry "array:load-all" using l-filename l-found l-count
           l-status-list.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==filename==
               ==!N== by ==1==.
           copy "movex.pdv" replacing
               ==!W== by ==status-list==
               ==!N== by ==4==.
           if w-profile-on = 1
              move "load-all" to w-trace-entry
              move w-all-ok to w-profile-ok
              perform profile-leave thru profile-leave-ex
           end-if.
           perform trace-clear thru trace-clear-ex.
           $RETURN.

      * arrays in a fixed order refreshes them 1, 2, 3, ...
       entry "array:refresh" using l-array l-index.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
      * the slot's name.
       entry "array:set-name" using l-array l-name.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
      * live array carries the name.
       entry "array:find-named" using l-array l-name.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
       entry "array:status-report" using l-status-list l-filename
           l-found.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==status-list==
               ==!N== by ==1==.

       array-status-report-exit.
           move w-all-ok to l-found.
           if w-profile-on = 1
              move "status-report" to w-trace-entry
              move w-all-ok to w-profile-ok
              perform profile-leave thru profile-leave-ex
           end-if.
           perform trace-clear thru trace-clear-ex.
           $RETURN.

       entry "array:select" using l-array l-key-offset l-key-length
           l-compare-op l-element l-element-hi l-r-array l-count.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
               ==!E== by =="select"==.
           $RETURN.

      * enrich every element of l-array (the driving array - the
      * day's postings, say) from l-b-array, a reference table built
      * with array:put-keyed, so it sits in ascending order of its
      * key slice and is binary searched rather than scanned. each
      * driving element's l-join key slice is looked up on the
      * reference key slice. on a hit the result element - the
      * driving element at offset 0, space-filled out to l-r-array's
      * element size, with every mapped reference field laid over it
      * at its to-offset - is appended to l-r-array. a driving
      * element with no match is appended as it stands to
      * l-only-a-array in route mode, or to l-r-array with its mapped
      * fields default-filled in keep mode (l-only-a-array may then
      * be left off). the matched/unmatched counts come back in
      * l-join. the result element must be at least as wide as the
      * driving element, the unmatched array's exactly as wide.
       entry "array:join" using l-array l-b-array l-join l-r-array
           l-only-a-array.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           copy "catchx.pdv" replacing
               ==!W== by ==b-array==
               ==!N== by ==2==.
           copy "catchx.pdv" replacing
               ==!W== by ==join==
               ==!N== by ==3==.
           copy "catchx.pdv" replacing
               ==!W== by ==r-array==
               ==!N== by ==4==.
           if w-args-size(5) > 0
              move l-only-a-array to w-only-a-array
           end-if.

           move 0 to w-join-matched.
           move 0 to w-join-unmatched.

           if w-r-array-element-sz < w-array-element-sz
              set w-array-size-mismatch to true
              go to array-join-exit
           end-if.

           if w-join-route-unmatched
              if w-args-size(5) = 0
                 set w-array-bad-index to true
                 go to array-join-exit
              end-if
              if w-only-a-array-element-sz not = w-array-element-sz
                 set w-array-size-mismatch to true
                 go to array-join-exit
              end-if
           end-if.

           move w-join-key-offset to w-key-offset.
           move w-join-key-length to w-key-length.
           if w-key-length = 0
              move 0 to w-key-offset
              move w-array-element-sz to w-key-length
           end-if.
           move w-join-ref-offset to w-ref-offset.
           move w-join-ref-length to w-ref-length.
           if w-ref-length = 0
              move 0 to w-ref-offset
              move w-b-array-element-sz to w-ref-length
           end-if.

           if w-key-offset + w-key-length > w-array-element-sz
              or w-ref-offset + w-ref-length > w-b-array-element-sz
              or w-key-length not = w-ref-length
              or w-join-unmatched-mode > 1
              set w-array-bad-index to true
              go to array-join-exit
           end-if.

           perform join-check-map thru join-check-map-ex.
           if not w-array-ok
              go to array-join-exit
           end-if.

           move 0 to w-index.
           move w-array-length to w-progress-total.
           perform progress-begin thru progress-begin-ex.
           perform until w-index >= w-array-length
              if w-progress-cancel = 1
                 exit perform
              end-if
              perform join-one thru join-one-ex
              add 1 to w-index
              perform progress-tick thru progress-tick-ex
           end-perform.

           if w-progress-cancel = 1
              set w-array-cancelled to true
              set w-r-array-cancelled to true
              if w-join-route-unmatched
                 set w-only-a-array-cancelled to true
              end-if
              go to array-join-exit
           end-if.

           set w-array-ok to true.
           set w-r-array-ok to true.
           if w-join-route-unmatched
              set w-only-a-array-ok to true
           end-if.

       array-join-exit.
           copy "movex.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           copy "movex.pdv" replacing
               ==!W== by ==join==
               ==!N== by ==3==.
           copy "movex.pdv" replacing
               ==!W== by ==r-array==
               ==!N== by ==4==.
           if w-args-size(5) > 0
              move w-only-a-array to l-only-a-array
           end-if.
           copy "tracex.pdv" replacing
               ==!E== by =="join"==.
           $RETURN.

      * the month-end matrix in one call: distinct l-key-offset /
      * l-key-length values down the side, distinct l-col-offset /
      * l-col-length values across the top (both in ascending byte
      * order - the array need not be sorted), and in every cell the
      * sum of each amount field over the elements carrying that
      * row and column key, with a TOTAL column, a TOTAL line and
      * the grand total in its corner. l-flags picks the amount
      * fields exactly as for array:report-file, except that an
      * all-space l-flags also leaves out numeric fields touching the
      * column slice. the print file, in the array:print-file page
      * style, has one section per amount field and a closing
      * element-count section; a section too wide for 132 columns is
      * continued in bands of columns on the following pages. a
      * value too wide for its cell prints as asterisks. a caller
      * that passes the trailing l-r-array gets one element per
      * populated cell: the row key, the column key, the sums in
      * amount order (s9(18) display each) and the element count
      * (9(09)) - so its element size must be l-key-length +
      * l-col-length + 18 per amount field + 9.
       entry "array:pivot-report" using l-array l-layout l-key-offset
           l-key-length l-col-offset l-col-length l-flags l-filename
           l-title l-r-array.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           copy "catchx.pdv" replacing
               ==!W== by ==layout==
               ==!N== by ==2==.
           copy "catch9.pdv" replacing
               ==!W== by ==key-offset==
               ==!N== by ==3==.
           copy "catch9.pdv" replacing
               ==!W== by ==key-length==
               ==!N== by ==4==.
           copy "catch9.pdv" replacing
               ==!W== by ==col-offset==
               ==!N== by ==5==.
           copy "catch9.pdv" replacing
               ==!W== by ==col-length==
               ==!N== by ==6==.
           copy "catchx.pdv" replacing
               ==!W== by ==flags==
               ==!N== by ==7==.
           copy "catchx.pdv" replacing
               ==!W== by ==filename==
               ==!N== by ==8==.
           copy "catchx.pdv" replacing
               ==!W== by ==title==
               ==!N== by ==9==.
           if w-args-size(10) > 0
              move l-r-array to w-r-array
           end-if.

           perform pivot-reset thru pivot-reset-ex.

           perform check-layout thru check-layout-ex.
           if not w-array-ok
              go to array-pivot-report-exit
           end-if.

           if w-key-length = 0
              move 0 to w-key-offset
              move w-array-element-sz to w-key-length
           end-if.
           if w-col-length = 0
              move 0 to w-col-offset
              move w-array-element-sz to w-col-length
           end-if.
           if w-key-offset + w-key-length > w-array-element-sz
              or w-col-offset + w-col-length > w-array-element-sz
              set w-array-bad-index to true
              go to array-pivot-report-exit
           end-if.

           perform pivot-mark-amounts thru pivot-mark-amounts-ex.
           if not w-array-ok
              go to array-pivot-report-exit
           end-if.

           if w-args-size(10) > 0
              and w-r-array-element-sz not = w-key-length
                 + w-col-length + w-pv-cell-sz
              set w-array-size-mismatch to true
              go to array-pivot-report-exit
           end-if.

           move w-key-length to w-pv-row-array-element-sz.
           move w-col-length to w-pv-col-array-element-sz.
           perform pivot-check-widths thru pivot-check-widths-ex.
           if not w-array-ok
              go to array-pivot-report-exit
           end-if.

           compute w-progress-total = 2 * w-array-length.
           perform progress-begin thru progress-begin-ex.

           move 0 to w-index.
           perform until w-index >= w-array-length
              if w-progress-cancel = 1
                 exit perform
              end-if
              perform elem-offset thru elem-offset-ex
              set address of d-array to w-offset-ptr
              move d-array(w-key-offset + 1:w-key-length)
                 to w-group-key(1:w-key-length)
              perform pivot-add-row thru pivot-add-row-ex
              perform elem-offset thru elem-offset-ex
              set address of d-array to w-offset-ptr
              move d-array(w-col-offset + 1:w-col-length)
                 to w-group-key(1:w-col-length)
              perform pivot-add-col thru pivot-add-col-ex
              add 1 to w-index
              perform progress-tick thru progress-tick-ex
           end-perform.

           if w-progress-cancel = 0
              perform pivot-alloc-grid thru pivot-alloc-grid-ex
              if not w-array-ok
                 go to array-pivot-report-exit
              end-if
           end-if.

           move 0 to w-index.
           perform until w-index >= w-array-length
              if w-progress-cancel = 1
                 exit perform
              end-if
              perform pivot-accumulate thru pivot-accumulate-ex
              add 1 to w-index
              perform progress-tick thru progress-tick-ex
           end-perform.

           if w-progress-cancel = 1
              set w-array-cancelled to true
              if w-args-size(10) > 0
                 set w-r-array-cancelled to true
              end-if
              go to array-pivot-report-exit
           end-if.

           move w-filename to w-print-filename.
           open output print-file.
           if w-print-status not = "00"
              set w-array-file-error to true
              go to array-pivot-report-exit
           end-if.
           move 0 to w-page-cnt.
           perform pivot-print thru pivot-print-ex.
           close print-file.
           if not w-array-ok
              go to array-pivot-report-exit
           end-if.

           if w-args-size(10) > 0
              perform pivot-emit-cells thru pivot-emit-cells-ex
              set w-r-array-ok to true
           end-if.

           set w-array-ok to true.

       array-pivot-report-exit.
           perform pivot-release thru pivot-release-ex.
           copy "movex.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           if w-args-size(10) > 0
              move w-r-array to l-r-array
           end-if.
           copy "tracex.pdv" replacing
               ==!E== by =="pivot-report"==.
           $RETURN.

      * check a file one of the save entries wrote against its
      * control trailer without loading it - so the scheduler can
      * test a feed before the next job in the stream picks it up,
      * and the auditors have proof that what was written is what
      * is there. l-file-type says which entry cut the file: 1
      * array:save-file, 2 array:save-all (every section against its
      * own trailer), 3 array:save-keyed, 4 array:save-fixed, 5
      * array:save-csv. a fixed-width feed needs its file-side field
      * table in l-b-layout and a delimited file its l-layout - the
      * record length and the line format come from them - and
      * either table is ignored otherwise. l-found comes back 1 when
      * the file agrees with its trailer, 0 when it is missing or
      * unreadable, has no trailer, or disagrees with it; l-count is
      * the data records counted.
       entry "array:verify-file" using l-filename l-file-type l-layout
           l-b-layout l-found l-count.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==filename==
               ==!N== by ==1==.
           copy "catch9.pdv" replacing
               ==!W== by ==file-type==
               ==!N== by ==2==.

           move 0 to w-ctl-ok.
           move 0 to w-ctl-records.
           if w-file-checkpoint
              perform verify-checkpoint thru verify-checkpoint-ex
           else
              if w-file-all
                 perform verify-all thru verify-all-ex
              else
                 if w-file-keyed
                    perform verify-keyed thru verify-keyed-ex
                 else
                    if w-file-fixed
                       move l-b-layout to w-b-layout
                       perform verify-fixed thru verify-fixed-ex
                    else
                       if w-file-csv
                          move l-layout to w-layout
                          perform verify-csv thru verify-csv-ex
                       end-if
                    end-if
                 end-if
              end-if
           end-if.

       array-verify-file-exit.
           move w-ctl-ok to l-found.
           move w-ctl-records to w-count.
           copy "movex.pdv" replacing
               ==!W== by ==count==
               ==!N== by ==6==.
           if w-profile-on = 1
              move "verify-file" to w-trace-entry
              move w-ctl-ok to w-profile-ok
              perform profile-leave thru profile-leave-ex
           end-if.
           perform trace-clear thru trace-clear-ex.
           $RETURN.

      * the classic old-master/new-master update in one call: apply
      * a file of add / change / delete transactions to a master
      * kept by array:put-keyed on the l-key-offset/l-key-length
      * slice. l-apply says where the transactions come from (see
      * apply.cpy) and brings the counts back. an add (A) carries a
      * whole element image and goes in at its key's slot. a change
      * (C) overwrites only the layout fields l-flags marks - one
      * byte per l-layout field, "1" to take the field from the
      * transaction, all spaces for every field clear of the key -
      * and leaves the rest of the master element as it was, so a
      * change need carry only the key and the fields it changes. a
      * delete (D) needs only the key. flagging a field that
      * touches the key is bad-index - a change cannot move an
      * element out of key order. a change or delete with no master
      * element for its key, an add whose key is already on the
      * master, a record whose action code is none of these, and a
      * fixed-width record whose fields do not parse are not
      * applied: each goes onto the l-r-array rejects array as the
      * transaction image plus its record number (9 bytes), action
      * code (1) and reason (2) - so the rejects array's element
      * size must be the master's plus 12 - and, when l-b-filename
      * is not blank, onto a printed exception report that ends
      * with the counts per action. each applied transaction goes
      * on the master's mutation journal as the put-keyed, update
      * or delete it amounts to, so the run can be audited and
      * replayed. a transaction file that disagrees with its control
      * trailer - or a checkpoint that has none - is refused whole
      * with ctl-mismatch before anything is applied.
       entry "array:apply-transactions" using l-array l-apply
           l-key-offset l-key-length l-layout l-b-layout l-flags
           l-filename l-b-filename l-r-array.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           copy "catchx.pdv" replacing
               ==!W== by ==apply==
               ==!N== by ==2==.
           copy "catch9.pdv" replacing
               ==!W== by ==key-offset==
               ==!N== by ==3==.
           copy "catch9.pdv" replacing
               ==!W== by ==key-length==
               ==!N== by ==4==.
           copy "catchx.pdv" replacing
               ==!W== by ==layout==
               ==!N== by ==5==.
           copy "catchx.pdv" replacing
               ==!W== by ==flags==
               ==!N== by ==7==.
           copy "catchx.pdv" replacing
               ==!W== by ==filename==
               ==!N== by ==8==.
           copy "catchx.pdv" replacing
               ==!W== by ==b-filename==
               ==!N== by ==9==.
           copy "catchx.pdv" replacing
               ==!W== by ==r-array==
               ==!N== by ==10==.

           move 1 to w-apply-act.
           perform until w-apply-act > 3
              move 0 to w-apply-applied(w-apply-act)
              move 0 to w-apply-rejected(w-apply-act)
              add 1 to w-apply-act
           end-perform.
           move 0 to w-apply-bad-action.
           move 0 to w-apply-seq.
           move 0 to w-apply-report.

           if w-key-length = 0
              move 0 to w-key-offset
              move w-array-element-sz to w-key-length
           end-if.
           if w-key-offset + w-key-length > w-array-element-sz
              set w-array-bad-index to true
              go to array-apply-transactions-exit
           end-if.

           perform check-layout thru check-layout-ex.
           if not w-array-ok
              go to array-apply-transactions-exit
           end-if.
           if w-r-array-element-sz not = w-array-element-sz + 12
              set w-array-size-mismatch to true
              go to array-apply-transactions-exit
           end-if.
           perform apply-mark-fields thru apply-mark-fields-ex.
           if not w-array-ok
              go to array-apply-transactions-exit
           end-if.

           if w-apply-from-fixed
              move l-b-layout to w-b-layout
              perform fix-check-layouts thru fix-check-layouts-ex
              if not w-array-ok
                 go to array-apply-transactions-exit
              end-if
              if w-apply-action-offset >= w-fix-reclen
                 set w-array-bad-index to true
                 go to array-apply-transactions-exit
              end-if
           else
              if not w-apply-from-checkpoint
                 set w-array-bad-index to true
                 go to array-apply-transactions-exit
              end-if
           end-if.

           perform apply-open thru apply-open-ex.
           if not w-array-ok
              go to array-apply-transactions-exit
           end-if.

           if w-b-filename not = spaces
              move w-b-filename to w-print-filename
              open output print-file
              if w-print-status not = "00"
                 set w-array-file-error to true
                 perform apply-close thru apply-close-ex
                 go to array-apply-transactions-exit
              end-if
              move 1 to w-apply-report
              move "TRANSACTION EXCEPTIONS" to w-title
              move spaces to w-heading-line
              move "RECORD" to w-heading-line(5:6)
              move "ACTION" to w-heading-line(13:6)
              move "REASON" to w-heading-line(21:6)
              move "KEY" to w-heading-line(52:3)
              move 0 to w-page-cnt
              perform print-page-heading thru print-page-heading-ex
              if w-print-status not = "00"
                 set w-array-file-error to true
              end-if
           end-if.

      * keyed-locate searches for l-element's key - point it at the
      * transaction image, this entry has no element parameter.
           set address of l-element to address of w-out-element.
           move 0 to w-apply-eof.
           perform until w-apply-eof = 1 or not w-array-ok
              perform apply-read thru apply-read-ex
              if w-apply-eof = 0
                 perform apply-one thru apply-one-ex
              end-if
           end-perform.

           perform apply-close thru apply-close-ex.
           if w-apply-report = 1
              if w-array-ok
                 perform apply-summary thru apply-summary-ex
              end-if
              close print-file
           end-if.
           if w-array-ok
              set w-r-array-ok to true
           end-if.

       array-apply-transactions-exit.
           copy "movex.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           copy "movex.pdv" replacing
               ==!W== by ==apply==
               ==!N== by ==2==.
           copy "movex.pdv" replacing
               ==!W== by ==r-array==
               ==!N== by ==10==.
           copy "tracex.pdv" replacing
               ==!E== by =="apply-transactions"==.
           $RETURN.

      * sort a file too big to bring into storage whole: a
      * checkpoint cut by array:save-file (l-file-type 1) or a
      * fixed-width feed described by l-b-layout (l-file-type 4,
      * record length the table's high-water mark, key slice in
      * record coordinates) goes to l-b-filename as a checkpoint
      * ordered on the l-key-offset / l-key-length slice, ascending
      * or (l-descending 1) descending, ready for array:load-file
      * and the keyed entries. l-count records at a time (1000 when
      * zero) are read into a scratch buffer and sorted there, each
      * sorted run goes onto a work file beside the output, and
      * two-way merge passes double the run length between two work
      * files until the last pass writes the output - so storage
      * never holds more than one run. as with array:sort, records
      * with equal keys come out in no set order. the work files
      * are l-b-filename with .SW1 and .SW2 on the end and are gone
      * again when the entry returns. the input's control trailer
      * is checked before anything is sorted (a checkpoint must
      * have one, a feed may not) and is carried to the output,
      * whose own count must agree with it; a feed without one gets
      * a fresh trailer over the key slice and its numeric fields.
      * the heartbeat armed by array:progress-start counts every
      * record once per sort and once per merge pass, and a cancel
      * comes back as the cancelled status with any output it had
      * begun removed. l-array is not touched - only its status is set -
      * and l-count comes back with the records sorted.
       entry "array:sort-file" using l-array l-filename l-b-filename
           l-key-offset l-key-length l-descending l-file-type
           l-b-layout l-count.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           copy "catchx.pdv" replacing
               ==!W== by ==filename==
               ==!N== by ==2==.
           copy "catchx.pdv" replacing
               ==!W== by ==b-filename==
               ==!N== by ==3==.
           copy "catch9.pdv" replacing
               ==!W== by ==key-offset==
               ==!N== by ==4==.
           copy "catch9.pdv" replacing
               ==!W== by ==key-length==
               ==!N== by ==5==.
           copy "catch9.pdv" replacing
               ==!W== by ==descending==
               ==!N== by ==6==.
           copy "catch9.pdv" replacing
               ==!W== by ==file-type==
               ==!N== by ==7==.

           move w-array to w-hold-array.
           initialize w-array.
           set w-array-ok to true.
           move l-count to w-sort-run.
           if w-sort-run = 0
              move 1000 to w-sort-run
           end-if.
           move 0 to w-sort-total.
           move 0 to w-sort-runs.
           move 0 to w-sort-in-open.
           move 0 to w-sort-out-open.
           move 0 to w-sort-out-made.
           move 0 to w-sort-work-made.

           if not w-file-checkpoint and not w-file-fixed
              set w-array-bad-index to true
              go to array-sort-file-exit
           end-if.
           if w-file-fixed
              move l-b-layout to w-b-layout
           end-if.
           perform sort-open-input thru sort-open-input-ex.
           if not w-array-ok
              go to array-sort-file-exit
           end-if.

      * a zero key length means "sort on the whole record".
           if w-key-length = 0
              move 0 to w-key-offset
              move w-sort-rec-sz to w-key-length
           end-if.
           if w-key-offset + w-key-length > w-sort-rec-sz
              set w-array-bad-index to true
              go to array-sort-file-exit
           end-if.

      * the heartbeat total is the records the input says it holds,
      * once for the run sorts and once per merge pass.
           perform sort-count-passes thru sort-count-passes-ex.
           compute w-progress-total =
              w-sort-total * (w-sort-passes + 1).
           perform progress-begin thru progress-begin-ex.
           move 1 to w-progress-nested.

           move w-sort-rec-sz to w-array-element-sz.
           move w-sort-run to w-array-capacity.
           perform alloc thru alloc-ex.
           move w-sort-total to w-sort-expect.
           move 0 to w-sort-total.
           move 0 to w-sort-eof.
           perform until w-sort-eof = 1 or not w-array-ok
              perform sort-read-run thru sort-read-run-ex
              if w-array-ok and w-array-length > 0
                 perform sort-the-array thru sort-the-array-ex
                 if w-progress-cancel = 1
                    set w-array-cancelled to true
                 else
                    add 1 to w-sort-runs
                    if w-sort-runs > 1 or w-sort-eof = 0
                       perform sort-write-run thru sort-write-run-ex
                    end-if
                 end-if
              end-if
           end-perform.
           perform sort-close-input thru sort-close-input-ex.
           if not w-array-ok
              go to array-sort-file-exit
           end-if.

      * a file that fitted in one run is written straight from the
      * buffer; otherwise the runs are merged off the work files.
           if w-sort-runs < 2
              perform sort-write-buffer thru sort-write-buffer-ex
           else
              perform sort-count-passes thru sort-count-passes-ex
              compute w-progress-total =
                 w-sort-total * (w-sort-passes + 1)
              perform sort-merge-all thru sort-merge-all-ex
           end-if.

       array-sort-file-exit.
           perform sort-release thru sort-release-ex.
           move 0 to w-progress-nested.
           move w-array-status to w-sort-status.
           move w-hold-array to w-array.
           move w-sort-status to w-array-status.
           move w-sort-total to w-count.
           copy "movex.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           copy "movex.pdv" replacing
               ==!W== by ==count==
               ==!N== by ==9==.
           copy "tracex.pdv" replacing
               ==!E== by =="sort-file"==.
           $RETURN.

      * the auditor's view of a mutation journal: read the file
      * array:journal-start had written (l-filename) and print it to
      * l-b-filename as a paginated listing under l-title, one event
      * per journal record. an update lists one line per l-layout
      * field whose bytes changed, old value and new value formatted
      * like array:print-file (text as-is, numerics with sign and
      * decimal point); an append, insert or put-keyed lists every
      * field as its new value, a delete every field as its old
      * value; a sort or a cancelled sort is one line with its key
      * slice and direction. the first line of each event carries
      * the record's sequence number in the journal, the date and
      * time, the user and the entry. l-audit says which records
      * are listed (entry types, element index range, key slice
      * value - see audit.cpy) and gets the counts back, and the
      * listing ends with the count per entry type. when
      * l-c-filename is given and not blank, the same lines also go
      * to it as delimited text under a heading line, one line per
      * listing line with the stamp on every line, values unpadded
      * and text quoted like array:save-csv; a blank l-b-filename
      * then means the delimited copy only. l-found comes back 1
      * when everything asked for was written. a listed record
      * whose element the layout does not fit stops the run with
      * l-found 0.
       entry "array:audit-report" using l-filename l-audit l-layout
           l-b-filename l-title l-found l-c-filename.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==filename==
               ==!N== by ==1==.
           copy "catchx.pdv" replacing
               ==!W== by ==audit==
               ==!N== by ==2==.
           copy "catchx.pdv" replacing
               ==!W== by ==layout==
               ==!N== by ==3==.
           copy "catchx.pdv" replacing
               ==!W== by ==b-filename==
               ==!N== by ==4==.
           copy "catchx.pdv" replacing
               ==!W== by ==title==
               ==!N== by ==5==.
           move spaces to w-c-filename.
           if w-args-size(7) > 0
              move l-c-filename to w-c-filename
           end-if.

           move 0 to w-audit-read.
           move 1 to w-audit-t.
           perform until w-audit-t > 12
              move 0 to w-audit-listed(w-audit-t)
              add 1 to w-audit-t
           end-perform.
           move 0 to w-audit-seq.
           move 0 to w-audit-rpt.
           move 0 to w-audit-csv.

      * each listed record's element size is checked against the
      * layout as it comes; up front only the table's own shape.
           move MAX-LINKAGE to w-array-element-sz.
           perform check-layout thru check-layout-ex.
           if not w-array-ok
              go to array-audit-report-exit
           end-if.
           if w-audit-key-length > 256
              or w-audit-key-offset + w-audit-key-length > MAX-LINKAGE
              or (w-b-filename = spaces and w-c-filename = spaces)
              set w-array-bad-index to true
              go to array-audit-report-exit
           end-if.
           if w-c-filename not = spaces
              perform audit-csv-capacity thru audit-csv-capacity-ex
              if w-csv-cap > 20480
                 set w-array-bad-index to true
                 go to array-audit-report-exit
              end-if
           end-if.

           move w-filename to w-journal-filename.
           open input journal-file.
           if w-journal-status not = "00"
              set w-array-file-error to true
              go to array-audit-report-exit
           end-if.

           if w-b-filename not = spaces
              move w-b-filename to w-print-filename
              open output print-file
              if w-print-status not = "00"
                 set w-array-file-error to true
                 close journal-file
                 go to array-audit-report-exit
              end-if
              move 1 to w-audit-rpt
              move spaces to w-heading-line
              move "SEQ" to w-heading-line(8:3)
              move "DATE" to w-heading-line(12:4)
              move "TIME" to w-heading-line(23:4)
              move "USER" to w-heading-line(32:4)
              move "ENTRY" to w-heading-line(43:5)
              move "INDEX" to w-heading-line(57:5)
              move "FIELD" to w-heading-line(64:5)
              move "OLD VALUE" to w-heading-line(86:9)
              move "NEW VALUE" to w-heading-line(110:9)
              move 0 to w-page-cnt
              perform print-page-heading thru print-page-heading-ex
              if w-print-status not = "00"
                 set w-array-file-error to true
              end-if
           end-if.

           if w-c-filename not = spaces and w-array-ok
              move w-c-filename to w-csv-filename
              open output csv-file
              if w-csv-status not = "00"
                 set w-array-file-error to true
              else
                 move 1 to w-audit-csv
                 move spaces to csv-rec
                 move "SEQ,DATE,TIME,USER,ARRAY," to csv-rec(1:25)
                 move "ENTRY,INDEX,FIELD,OLD,NEW" to csv-rec(26:25)
                 write csv-rec
                 if w-csv-status not = "00"
                    set w-array-file-error to true
                 end-if
              end-if
           end-if.

           perform until not w-array-ok
              read journal-file
                 at end
                 exit perform
              end-read
              if w-journal-status not = "00"
                 set w-array-file-error to true
                 exit perform
              end-if
              add 1 to w-audit-read
              move w-audit-read to w-audit-seq
              perform audit-one thru audit-one-ex
           end-perform.

           close journal-file.
           if w-audit-rpt = 1
              if w-array-ok
                 perform audit-summary thru audit-summary-ex
              end-if
              close print-file
           end-if.
           if w-audit-csv = 1
              close csv-file
           end-if.

       array-audit-report-exit.
           move 0 to l-found.
           if w-array-ok
              move 1 to l-found
           end-if.
           copy "movex.pdv" replacing
               ==!W== by ==audit==
               ==!N== by ==2==.
           if w-profile-on = 1
              move "audit-report" to w-trace-entry
              move 0 to w-profile-ok
              if w-array-ok
                 move 1 to w-profile-ok
              end-if
              perform profile-leave thru profile-leave-ex
           end-if.
           perform trace-clear thru trace-clear-ex.
           $RETURN.

      * switch the call profile on: from here until
      * array:profile-stop, every entry a call passes through is
      * counted and timed against its entry point and the name of
      * the array it ran on, for array:profile-report to print when
      * the batch window is being tuned. starting again empties the
      * table and restarts the clock. the profile is module-wide,
      * like the error trace, and costs nothing while it is off.
       entry "array:profile-start".
           $CATCHPARAMS.
           initialize w-profile-tbl.
           move 0 to w-profile-rows.
           move 0 to w-profile-peak.
           accept w-profile-start-date from date yyyymmdd.
           accept w-profile-start-time from time.
           perform profile-storage thru profile-storage-ex.
           move 1 to w-profile-on.
           $RETURN.

      * switch the call profile back off. what was counted stays in
      * the table for array:profile-report.
       entry "array:profile-stop".
           $CATCHPARAMS.
           move 0 to w-profile-on.
           $RETURN.

      * print the call profile to l-filename under l-title: first
      * one line per entry point, then one line per entry point and
      * array name, each section largest elapsed time first, with
      * the calls, the elapsed seconds and their share of all the
      * time profiled, the elements processed and the calls that
      * left with a non-ok status; then the totals, the peak storage
      * the registry's arrays held between them and when the profile
      * was started. the report can be cut while the profile is
      * still running. l-found comes back 1 when the report file
      * could be written.
       entry "array:profile-report" using l-filename l-title l-found.
           $CATCHPARAMS.
           copy "catchx.pdv" replacing
               ==!W== by ==filename==
               ==!N== by ==1==.
           copy "catchx.pdv" replacing
               ==!W== by ==title==
               ==!N== by ==2==.

           move 1 to w-all-ok.
           move w-filename to w-print-filename.
           open output print-file.
           if w-print-status not = "00"
              move 0 to w-all-ok
              go to array-profile-report-exit
           end-if.

           move spaces to w-heading-line.
           move "ENTRY" to w-heading-line(2:5).
           move "ARRAY" to w-heading-line(23:5).
           move "CALLS" to w-heading-line(58:5).
           move "ELAPSED SEC" to w-heading-line(67:11).
           move "PCT" to w-heading-line(82:3).
           move "ELEMENTS" to w-heading-line(93:8).
           move "NON-OK" to w-heading-line(105:6).
           move 0 to w-page-cnt.
           perform print-page-heading thru print-page-heading-ex.

           move 0 to w-profile-total.
           move 0 to w-profile-calls.
           move 0 to w-profile-tot-elements.
           move 0 to w-profile-tot-bad.
           move 1 to w-profile-r.
           perform until w-profile-r > w-profile-rows
              add w-pf-elapsed(w-profile-r) to w-profile-total
              add w-pf-calls(w-profile-r) to w-profile-calls
              add w-pf-elements(w-profile-r) to w-profile-tot-elements
              add w-pf-bad(w-profile-r) to w-profile-tot-bad
              add 1 to w-profile-r
           end-perform.

           perform profile-by-entry thru profile-by-entry-ex.
           move "CALLS BY ENTRY POINT" to w-profile-caption.
           perform profile-section thru profile-section-ex.

           move w-profile-tbl to w-profile-prt-tbl.
           move w-profile-rows to w-profile-prt-rows.
           move "CALLS BY ENTRY POINT AND ARRAY" to w-profile-caption.
           perform profile-section thru profile-section-ex.

           perform profile-footer thru profile-footer-ex.
           if w-print-status not = "00"
              move 0 to w-all-ok
           end-if.
           close print-file.

       array-profile-report-exit.
           move w-all-ok to l-found.
           perform trace-clear thru trace-clear-ex.
           $RETURN.

      * the shape of the data in the array, before a downstream step
      * trusts a new feed - array:validate says whether each field
      * holds what its type allows, this says what the values look
      * like. one section per l-layout field is printed to
      * l-filename under l-title: for a numeric field the elements,
      * the values that are not valid numeric data (left out of
      * every other figure), minimum, maximum, mean and standard
      * deviation, the zero and negative counts and the 10th, 25th,
      * 50th (median), 75th and 90th percentiles by nearest rank;
      * for a text field the elements, the blanks, the distinct
      * non-blank values and the most frequent of them with their
      * counts. given the stored profile of an earlier run (see
      * dprof.cpy), each field is compared with the same field there
      * - same heading, type, length and decimals - and flagged when
      * it moved beyond the tolerance: a numeric field when its
      * mean, standard deviation or median moved by more than the
      * tolerance percent of the larger of the stored mean and
      * standard deviation, or its share of zeros, negatives or
      * invalid values by more than the tolerance in percentage
      * points; a text field when its share of blanks moved by more
      * than the tolerance in points, its count of distinct values
      * by more than the tolerance percent, or it holds a value the
      * stored profile never saw (judged only when the stored
      * profile listed every value the field had). the flags and
      * their count come back in l-dprof, and this run's profile can
      * be stored for the next. each field's values are sorted in a
      * scratch copy - the progress heartbeat, when armed, follows
      * each of those sorts, and a cancel stops the run.
       entry "array:data-profile" using l-array l-layout l-dprof
           l-filename l-title.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           copy "catchx.pdv" replacing
               ==!W== by ==layout==
               ==!N== by ==2==.
           copy "catchx.pdv" replacing
               ==!W== by ==dprof==
               ==!N== by ==3==.
           copy "catchx.pdv" replacing
               ==!W== by ==filename==
               ==!N== by ==4==.
           copy "catchx.pdv" replacing
               ==!W== by ==title==
               ==!N== by ==5==.

           move 0 to w-dprof-drifted.
           move spaces to w-dprof-drift-flags.
           move 0 to w-dp-print-open.
           move 0 to w-dp-save-open.
           set w-dp-array-ptr to null.
           perform check-layout thru check-layout-ex.
           if not w-array-ok
              go to array-data-profile-exit
           end-if.
           move w-dprof-top-count to w-dp-top.
           if w-dp-top = 0
              move 5 to w-dp-top
           end-if.
           if w-dp-top > 10
              move 10 to w-dp-top
           end-if.
           move w-dprof-tolerance to w-dp-tol.
           if w-dp-tol = 0
              move 10 to w-dp-tol
           end-if.

      * the stored profile is read whole before anything is written,
      * so this run may store its own profile over it.
           perform dp-read-base thru dp-read-base-ex.
           if not w-array-ok
              go to array-data-profile-exit
           end-if.

           move w-filename to w-print-filename.
           open output print-file.
           if w-print-status not = "00"
              set w-array-file-error to true
              go to array-data-profile-exit
           end-if.
           move 1 to w-dp-print-open.
           move spaces to w-heading-line.
           move "FIELD STATISTICS" to w-heading-line(2:16).
           if w-dprof-base-file not = spaces
              move "COMPARED WITH" to w-heading-line(30:13)
              move w-dprof-base-file to w-heading-line(44:60)
           end-if.
           move 0 to w-page-cnt.
           perform print-page-heading thru print-page-heading-ex.

           if w-dprof-save-file not = spaces
              move w-dprof-save-file to w-dp-filename
              open output profile-file
              if w-dp-status not = "00"
                 set w-array-file-error to true
                 go to array-data-profile-exit
              end-if
              move 1 to w-dp-save-open
           end-if.

           move 1 to w-dp-f.
           perform until w-dp-f > w-layout-count
              perform dp-field thru dp-field-ex
              if not w-array-ok
                 exit perform
              end-if
              add 1 to w-dp-f
           end-perform.
           if w-print-status not = "00"
              set w-array-file-error to true
           end-if.

       array-data-profile-exit.
           perform dp-release thru dp-release-ex.
           copy "movex.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           copy "movex.pdv" replacing
               ==!W== by ==dprof==
               ==!N== by ==3==.
           copy "tracex.pdv" replacing
               ==!E== by =="data-profile"==.
           $RETURN.

      * age the array by one of its date fields as of a run date,
      * both described by l-aging: each element falls in CURRENT
      * when its date is not past the run date, in one of the three
      * past-due buckets by the days it is past it (1 to the first
      * limit, on to the second, on to the third), or in OVER past
      * the third; a zero date, or one that is not a real date, is
      * UNDATED. the print file, in the array:pivot-report page
      * style with the run date on the title line, has the distinct
      * key slice values down the side (ascending - one ALL line
      * when the key length is zero) and the buckets across the
      * top, with one section per amount field summed per bucket
      * and a closing element-count section. the counts come back
      * in l-aging, and l-r-array gets one element per key: the key
      * slice, then the element count of each of the five buckets
      * and of UNDATED (9(09) each) - so its element size must be
      * the key length + 54.
       entry "array:aging-report" using l-array l-layout l-aging
           l-r-array l-filename l-title.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           copy "catchx.pdv" replacing
               ==!W== by ==layout==
               ==!N== by ==2==.
           copy "catchx.pdv" replacing
               ==!W== by ==aging==
               ==!N== by ==3==.
           copy "catchx.pdv" replacing
               ==!W== by ==r-array==
               ==!N== by ==4==.
           copy "catchx.pdv" replacing
               ==!W== by ==filename==
               ==!N== by ==5==.
           copy "catchx.pdv" replacing
               ==!W== by ==title==
               ==!N== by ==6==.

           perform pivot-reset thru pivot-reset-ex.
           move zeros to w-aging-counts.
           move 0 to w-aging-undated.

           perform check-layout thru check-layout-ex.
           if not w-array-ok
              go to array-aging-report-exit
           end-if.
           move w-aging-date-field to w-ag-field.
           if w-ag-field = 0 or w-ag-field > w-layout-count
              set w-array-bad-index to true
              go to array-aging-report-exit
           end-if.
           if not w-layout-date(w-ag-field)
              set w-array-bad-index to true
              go to array-aging-report-exit
           end-if.
           perform aging-settle thru aging-settle-ex.
           if not w-array-ok
              go to array-aging-report-exit
           end-if.

           move w-aging-key-offset to w-key-offset.
           move w-aging-key-length to w-key-length.
           if w-key-offset + w-key-length > w-array-element-sz
              set w-array-bad-index to true
              go to array-aging-report-exit
           end-if.
           move w-aging-flags to w-flags.
           move 0 to w-col-offset.
           move 0 to w-col-length.
           perform pivot-mark-amounts thru pivot-mark-amounts-ex.
           if not w-array-ok
              go to array-aging-report-exit
           end-if.

           if w-r-array-element-sz not = w-key-length + 54
              set w-array-size-mismatch to true
              go to array-aging-report-exit
           end-if.

           if w-key-length = 0
              move 3 to w-pv-row-array-element-sz
           else
              move w-key-length to w-pv-row-array-element-sz
           end-if.
           move 11 to w-pv-col-array-element-sz.
           perform pivot-check-widths thru pivot-check-widths-ex.
           if not w-array-ok
              go to array-aging-report-exit
           end-if.
           perform aging-columns thru aging-columns-ex.

           if w-key-length = 0
              move "ALL" to w-group-key(1:3)
              perform pivot-add-row thru pivot-add-row-ex
              move w-array-length to w-progress-total
           else
              compute w-progress-total = 2 * w-array-length
           end-if.
           perform progress-begin thru progress-begin-ex.

           move 0 to w-index.
           perform until w-index >= w-array-length
                 or w-key-length = 0
              if w-progress-cancel = 1
                 exit perform
              end-if
              perform elem-offset thru elem-offset-ex
              set address of d-array to w-offset-ptr
              move d-array(w-key-offset + 1:w-key-length)
                 to w-group-key(1:w-key-length)
              perform pivot-add-row thru pivot-add-row-ex
              add 1 to w-index
              perform progress-tick thru progress-tick-ex
           end-perform.

           if w-progress-cancel = 0
              perform pivot-alloc-grid thru pivot-alloc-grid-ex
              if not w-array-ok
                 go to array-aging-report-exit
              end-if
           end-if.

           move 0 to w-index.
           perform until w-index >= w-array-length
              if w-progress-cancel = 1
                 exit perform
              end-if
              perform aging-accumulate thru aging-accumulate-ex
              add 1 to w-index
              perform progress-tick thru progress-tick-ex
           end-perform.

           if w-progress-cancel = 1
              set w-array-cancelled to true
              set w-r-array-cancelled to true
              go to array-aging-report-exit
           end-if.

           move "AGED TO" to w-pv-note(1:7).
           move w-ag-run-date to w-field-value.
           perform format-date thru format-date-ex.
           move w-num-text(1:10) to w-pv-note(9:10).
           move w-filename to w-print-filename.
           open output print-file.
           if w-print-status not = "00"
              set w-array-file-error to true
              go to array-aging-report-exit
           end-if.
           move 0 to w-page-cnt.
           perform pivot-print thru pivot-print-ex.
           close print-file.
           if not w-array-ok
              go to array-aging-report-exit
           end-if.

           perform aging-emit thru aging-emit-ex.
           set w-r-array-ok to true.
           set w-array-ok to true.

       array-aging-report-exit.
           perform pivot-release thru pivot-release-ex.
           copy "movex.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           copy "movex.pdv" replacing
               ==!W== by ==aging==
               ==!N== by ==3==.
           copy "movex.pdv" replacing
               ==!W== by ==r-array==
               ==!N== by ==4==.
           copy "tracex.pdv" replacing
               ==!E== by =="aging-report"==.
           $RETURN.

      * open a unit of work over the registered arrays passed -
      * l-array and whichever of the five optional descriptors
      * after it the caller hands over. from here until
      * array:commit or array:rollback every change to one of them
      * can be undone: append, insert, put-keyed, update, delete,
      * sort and dedup (through array:append-bulk, array:foreach
      * and array:apply-transactions too), the elements
      * array:load-csv and array:load-fixed add, and those any
      * entry adds to an enlisted array as its result, reject or
      * audit array. an array replaced whole - array:load-file,
      * array:load-keyed, array:load-all - or freed drops out of
      * the unit, and array:journal-replay's applies are not
      * undone. one unit is
      * open at a time: a second begin is dup-index, an array that
      * is not registered not-found, and either way nothing is
      * enlisted. a journaled array gets a "begin" marker on its
      * journal; a marker that cannot be written is a file error
      * and leaves no unit open either - the markers that did go
      * out are closed with a "rollback" marker.
       entry "array:begin" using l-array l-b-array l-r-array
           l-only-a-array l-only-b-array l-both-array.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           perform undo-catch-args thru undo-catch-args-ex.
           perform undo-arg-slots thru undo-arg-slots-ex.

           if w-undo-open = 1
              set w-array-dup-index to true
              go to array-begin-exit
           end-if.

           set w-array-ok to true.
           move 1 to w-undo-a.
           perform until w-undo-a > 6
              if w-undo-arg-slot(w-undo-a) > w-registry-max
                 set w-array-not-found to true
              end-if
              add 1 to w-undo-a
           end-perform.
           if not w-array-ok
              go to array-begin-exit
           end-if.

           move 1 to w-undo-a.
           perform until w-undo-a > 6
              if w-undo-arg-slot(w-undo-a) > 0
                 move 1 to w-registry-uow(w-undo-arg-slot(w-undo-a))
              end-if
              add 1 to w-undo-a
           end-perform.
           move 0 to w-undo-log-used.
           move 0 to w-undo-lost.
           move "begin" to w-journal-entry.
           perform undo-markers thru undo-markers-ex.
           if not w-array-ok
              move "rollback" to w-journal-entry
              perform undo-markers thru undo-markers-ex
              perform undo-close thru undo-close-ex
              set w-array-file-error to true
              go to array-begin-exit
           end-if.
           move 1 to w-undo-open.

       array-begin-exit.
           perform undo-args-refresh thru undo-args-refresh-ex.
           copy "movex.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           perform undo-return-args thru undo-return-args-ex.
           copy "tracex.pdv" replacing
               ==!E== by =="begin"==.
           $RETURN.

      * close the open unit of work keeping everything done in it:
      * a "commit" marker goes on each journaled array's journal
      * and the undo data is given back. not-found when no unit is
      * open. the descriptors are passed as to array:begin and come
      * back refreshed.
       entry "array:commit" using l-array l-b-array l-r-array
           l-only-a-array l-only-b-array l-both-array.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           perform undo-catch-args thru undo-catch-args-ex.
           perform undo-arg-slots thru undo-arg-slots-ex.

           if w-undo-open = 0
              set w-array-not-found to true
              go to array-commit-exit
           end-if.

           set w-array-ok to true.
           move "commit" to w-journal-entry.
           perform undo-markers thru undo-markers-ex.
           perform undo-close thru undo-close-ex.

       array-commit-exit.
           perform undo-args-refresh thru undo-args-refresh-ex.
           copy "movex.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           perform undo-return-args thru undo-return-args-ex.
           copy "tracex.pdv" replacing
               ==!E== by =="commit"==.
           $RETURN.

      * close the open unit of work throwing away everything done in
      * it: every array still in the unit gets back the contents
      * and length it held at array:begin (within the limits
      * array:begin sets out), a "rollback" marker goes on
      * each journaled array's journal and the undo data is given
      * back. the descriptors passed come back refreshed from the
      * registry - pass every array of the unit, since an array that
      * had to be regrown to take its old contents back has moved,
      * and one not passed must be re-fetched through array:refresh.
      * not-found when no unit is open; element-too-big when the
      * undo log could not hold the unit's work, in which case
      * nothing is undone and the unit stays open for array:commit.
       entry "array:rollback" using l-array l-b-array l-r-array
           l-only-a-array l-only-b-array l-both-array.
           $CATCHPARAMS.
           perform profile-enter thru profile-enter-ex.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           perform undo-catch-args thru undo-catch-args-ex.
           perform undo-arg-slots thru undo-arg-slots-ex.

           if w-undo-open = 0
              set w-array-not-found to true
              go to array-rollback-exit
           end-if.
           if w-undo-lost = 1
              set w-array-element-too-big to true
              go to array-rollback-exit
           end-if.

           move w-array to w-save-array.
           perform undo-rollback thru undo-rollback-ex.
           move w-save-array to w-array.
           set w-array-ok to true.
           move "rollback" to w-journal-entry.
           perform undo-markers thru undo-markers-ex.
           perform undo-close thru undo-close-ex.

       array-rollback-exit.
           perform undo-args-refresh thru undo-args-refresh-ex.
           copy "movex.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           perform undo-return-args thru undo-return-args-ex.
           copy "tracex.pdv" replacing
               ==!E== by =="rollback"==.
           $RETURN.


       alloc.
           compute w-capacity = w-array-capacity * w-array-element-sz.
           call "m$alloc" using w-capacity w-array-ptr.
       alloc-ex.
           exit.

       realloc.
           move 1 to w-count.
           perform grow-to-fit thru grow-to-fit-ex.
       realloc-ex.
           exit.

      * realloc's block-mode generalization: make room for w-count
      * more elements in one allocation instead of doubling once per
      * append.
       grow-to-fit.
           if w-array-length + w-count <= w-array-capacity
              exit paragraph
           end-if

           compute w-old-capacity =
              w-array-capacity * w-array-element-sz.
           if w-array-capacity = 0
              move INITIAL-CAPACITY to w-array-capacity
           end-if.
           perform until w-array-length + w-count <= w-array-capacity
              multiply w-array-capacity by 2 giving w-array-capacity
           end-perform.
           move w-array-ptr to w-tmp-ptr.
           perform alloc thru alloc-ex.
           perform repoint-registry thru repoint-registry-ex.
           if w-tmp-ptr not = null
              call "m$copy" using w-array-ptr w-tmp-ptr w-old-capacity
              call "m$free" using w-tmp-ptr
           end-if.
           initialize w-tmp-ptr.
       grow-to-fit-ex.
           exit.

      * release capacity down to the current length (or the module's
      * initial capacity, whichever is bigger) - the mirror image of
      * realloc, for callers that just purged a lot of elements.
       shrink.
           if w-array-length < INITIAL-CAPACITY
              move INITIAL-CAPACITY to w-capacity
           else
              move w-array-length to w-capacity
           end-if.

           if w-capacity >= w-array-capacity
              exit paragraph
           end-if.

           compute w-old-capacity =
              w-array-length * w-array-element-sz.
           move w-array-ptr to w-tmp-ptr.
           move w-capacity to w-array-capacity.
           perform alloc thru alloc-ex.
           perform repoint-registry thru repoint-registry-ex.
           call "m$copy" using w-array-ptr w-tmp-ptr w-old-capacity.
           call "m$free" using w-tmp-ptr.
           initialize w-tmp-ptr.
       shrink-ex.
           exit.

      * add the array now at w-array-ptr to the outstanding-arrays
      * registry (called once, from array:new/array:load-file, after
      * the descriptor is fully populated).
       register-array.
           move 1 to w-registry-idx.
           perform until w-registry-idx > w-registry-max
                 or w-registry-ptr(w-registry-idx) = null
              add 1 to w-registry-idx
           end-perform.

           if w-registry-idx <= w-registry-max
              move w-array-ptr to w-registry-ptr(w-registry-idx)
              move w-array-element-sz
                 to w-registry-element-sz(w-registry-idx)
              move w-array-length to w-registry-length(w-registry-idx)
              move w-array-capacity
                 to w-registry-capacity(w-registry-idx)
              add 1 to w-registry-count
           else
              set w-array-registry-full to true
           end-if.
       register-array-ex.
           exit.

      * drop the array at w-array-ptr from the registry (called from
      * array:free/array:load-file before the storage it describes is
      * released).
       unregister-array.
           if w-array-ptr not = null
              move 1 to w-registry-idx
              perform until w-registry-idx > w-registry-max
                 if w-registry-ptr(w-registry-idx) = w-array-ptr
                    initialize w-registry-entry(w-registry-idx)
                    subtract 1 from w-registry-count
                    exit perform
                 end-if
                 add 1 to w-registry-idx
              end-perform
           end-if.
       unregister-array-ex.
           exit.

      * realloc/shrink hand w-array-ptr a brand new address and free
      * the old one at w-tmp-ptr - repoint the registry's entry (still
      * keyed by the old address) so it tracks the array instead of
      * going stale, called right after alloc reassigns w-array-ptr
      * and before the old buffer is freed.
       repoint-registry.
           if w-tmp-ptr not = null
              move 1 to w-registry-idx
              perform until w-registry-idx > w-registry-max
                 if w-registry-ptr(w-registry-idx) = w-tmp-ptr
                    move w-array-ptr to w-registry-ptr(w-registry-idx)
                    exit perform
                 end-if
                 add 1 to w-registry-idx
              end-perform
           end-if.
       repoint-registry-ex.
           exit.

      * refresh the registry's length/capacity/element-sz snapshot for
      * the array at w-array-ptr after a mutating call.
       sync-registry.
           if w-array-ptr not = null
              move 1 to w-registry-idx
              perform until w-registry-idx > w-registry-max
                 if w-registry-ptr(w-registry-idx) = w-array-ptr
                    move w-array-element-sz
                       to w-registry-element-sz(w-registry-idx)
                    move w-array-length
                       to w-registry-length(w-registry-idx)
                    move w-array-capacity
                       to w-registry-capacity(w-registry-idx)
                    exit perform
                 end-if
                 add 1 to w-registry-idx
              end-perform
           end-if.
       sync-registry-ex.
           exit.

       compute-shift-params.
           perform elem-offset thru elem-offset-ex.
           set w-where-to-move-ptr to w-offset-ptr.
           set w-where-to-move-ptr up by w-array-element-sz.
           compute w-bytes-to-shift =
              (w-array-length - w-index) * w-array-element-sz
           end-compute.

       compute-shift-params-ex.
           exit.

       elem-offset.
           compute w-offset-bytes = w-array-element-sz * w-index.
           set w-offset-ptr to w-array-ptr.
           set w-offset-ptr up by w-offset-bytes.

       elem-offset-ex.
           exit.

      * quicksort of the whole array on the w-key-offset /
      * w-key-length / w-descending key already validated by the
      * caller - the body behind array:sort, also replayed by
      * array:journal-replay.
       sort-the-array.
           if w-array-length > 1
              call "m$alloc" using w-array-element-sz w-pivot-value-ptr
              call "m$alloc" using w-array-element-sz w-swap-tmp-ptr
              set address of d-pivot-value to w-pivot-value-ptr
              set address of d-swap-tmp to w-swap-tmp-ptr
              move zeros to w-qsort-stack-tbl
              if w-progress-nested = 0
                 move w-array-length to w-progress-total
                 perform progress-begin thru progress-begin-ex
              end-if

              move 1 to w-qsort-stack-idx
              move 0 to w-qsort-stack-from(w-qsort-stack-idx)
              compute w-qsort-stack-to(w-qsort-stack-idx) =
                 w-array-length - 1

              perform until w-qsort-stack-idx = 0
                 if w-progress-cancel = 1
                    exit perform
                 end-if
                 move w-qsort-stack-from(w-qsort-stack-idx) to w-from
                 move w-qsort-stack-to(w-qsort-stack-idx) to w-to
                 subtract 1 from w-qsort-stack-idx

                 if w-from < w-to
                    perform qsort-partition thru qsort-partition-ex

                    move 0 to w-left-size
                    move 0 to w-right-size
                    if w-qsort-pivot-idx > w-from + 1
                       compute w-left-size =
                          w-qsort-pivot-idx - 1 - w-from
                    end-if
                    if w-qsort-pivot-idx < w-to - 1
                       compute w-right-size =
                          w-to - w-qsort-pivot-idx - 1
                    end-if

      * push the bigger of the two sub-ranges first so the smaller one
      * ends up on top of the stack and is processed next - that bounds
      * the stack depth at O(log n) instead of O(n) on skewed splits.
                    if w-left-size > w-right-size
                       perform push-left-range
                          thru push-left-range-ex
                       perform push-right-range
                          thru push-right-range-ex
                    else
                       perform push-right-range
                          thru push-right-range-ex
                       perform push-left-range
                          thru push-left-range-ex
                    end-if

      * credit this pop with the elements it finalized - the pivot
      * plus any one-element sub-range not worth pushing - so
      * elements-processed climbs all the way to the total instead
      * of stalling at the partition count. the size fields hold a
      * pushed sub-range's to - from, one less than its element
      * count (that is what the > 0 push test relies on), so each
      * pushed side subtracts that span and one more.
                    compute w-progress-chunk =
                       w-to - w-from + 1
                       - w-left-size - w-right-size
                    if w-left-size > 0
                       subtract 1 from w-progress-chunk
                    end-if
                    if w-right-size > 0
                       subtract 1 from w-progress-chunk
                    end-if
                    perform w-progress-chunk times
                       perform progress-tick thru progress-tick-ex
                    end-perform
                 end-if
              end-perform

              call "m$free" using w-pivot-value-ptr
              call "m$free" using w-swap-tmp-ptr
           end-if.
       sort-the-array-ex.
           exit.

      * lomuto partition of w-from thru w-to (inclusive) around the
      * element currently at w-to, comparing only the w-key-offset /
      * w-key-length slice of each element. leaves the pivot's final
      * resting place in w-qsort-pivot-idx.
       qsort-partition.
           move w-to to w-index.
           perform elem-offset thru elem-offset-ex.
           call "m$copy" using w-pivot-value-ptr w-offset-ptr
              w-array-element-sz.

           move w-from to w-i.
           move w-from to w-j.

      * the scan pulses the heartbeat once per element - on a big
      * table the very first partition walks the whole range, and
      * without the pulse the operator would hear nothing until it
      * finished. a cancel noticed mid-scan stops the walk early;
      * the elements stay whole and the cancelled sort's result is
      * discarded as only partly ordered anyway.
           perform until w-j >= w-to
              if w-progress-cancel = 1
                 exit perform
              end-if
              move w-j to w-index
              perform elem-offset thru elem-offset-ex
              set address of d-array to w-offset-ptr

              if w-descending = 1
                 if d-array(w-key-offset + 1:w-key-length) >
                    d-pivot-value(w-key-offset + 1:w-key-length)
                    move w-i to w-swap-idx-1
                    move w-j to w-swap-idx-2
                    perform qsort-swap thru qsort-swap-ex
                    add 1 to w-i
                 end-if
              else
                 if d-array(w-key-offset + 1:w-key-length) <
                    d-pivot-value(w-key-offset + 1:w-key-length)
                    move w-i to w-swap-idx-1
                    move w-j to w-swap-idx-2
                    perform qsort-swap thru qsort-swap-ex
                    add 1 to w-i
                 end-if
              end-if

              perform progress-pulse thru progress-pulse-ex
              add 1 to w-j
           end-perform.

           move w-i to w-swap-idx-1.
           move w-to to w-swap-idx-2.
           perform qsort-swap thru qsort-swap-ex.

           move w-i to w-qsort-pivot-idx.

       qsort-partition-ex.
           exit.

      * push [w-from, w-qsort-pivot-idx - 1] onto the qsort stack, if
      * that sub-range still has more than one element - guarded
      * against a full stack (should never actually fire once the
      * bigger-range-first push order bounds depth at O(log n), but a
      * corrupted/degenerate split should fail safe, not overrun the
      * table).
       push-left-range.
           if w-left-size > 0 and w-qsort-stack-idx < QSORT-STACK-MAX
              add 1 to w-qsort-stack-idx
              move w-from to w-qsort-stack-from(w-qsort-stack-idx)
              compute w-qsort-stack-to(w-qsort-stack-idx) =
                 w-qsort-pivot-idx - 1
           end-if.
       push-left-range-ex.
           exit.

      * push [w-qsort-pivot-idx + 1, w-to] onto the qsort stack, same
      * guards as push-left-range.
       push-right-range.
           if w-right-size > 0 and w-qsort-stack-idx < QSORT-STACK-MAX
              add 1 to w-qsort-stack-idx
              compute w-qsort-stack-from(w-qsort-stack-idx) =
                 w-qsort-pivot-idx + 1
              move w-to to w-qsort-stack-to(w-qsort-stack-idx)
           end-if.
       push-right-range-ex.
           exit.

      * swap the elements at w-swap-idx-1 and w-swap-idx-2 through the
      * scratch buffer allocated for array:sort.
       qsort-swap.
           move w-swap-idx-1 to w-index.
           perform elem-offset thru elem-offset-ex.
           set w-ptr-i to w-offset-ptr.

           move w-swap-idx-2 to w-index.
           perform elem-offset thru elem-offset-ex.
           set w-ptr-j to w-offset-ptr.

           call "m$copy" using w-swap-tmp-ptr w-ptr-i
              w-array-element-sz.
           call "m$copy" using w-ptr-i w-ptr-j w-array-element-sz.
           call "m$copy" using w-ptr-j w-swap-tmp-ptr
              w-array-element-sz.

       qsort-swap-ex.
           exit.

       shift-the-array.
           perform compute-shift-params thru compute-shift-params-ex.
           call "m$copy"
              using w-where-to-move-ptr
                    w-offset-ptr
                    w-bytes-to-shift.

       shift-the-array-ex.
           exit.

      * collapse the gap left by array:delete - copy elements
      * w-index + 1 thru w-array-length - 1 back one slot, over the
      * element being removed.
       compute-delete-shift-params.
           perform elem-offset thru elem-offset-ex.
           set w-where-to-move-ptr to w-offset-ptr.
           set w-where-to-move-ptr up by w-array-element-sz.
           compute w-bytes-to-shift =
              (w-array-length - w-index - 1) * w-array-element-sz
           end-compute.

       compute-delete-shift-params-ex.
           exit.

       shift-the-array-down.
           perform compute-delete-shift-params
              thru compute-delete-shift-params-ex.
           if w-bytes-to-shift > 0
              call "m$copy"
                 using w-offset-ptr
                       w-where-to-move-ptr
                       w-bytes-to-shift
           end-if.

       shift-the-array-down-ex.
           exit.

       move-linkage-value-to-the-array.
           set address of d-array to w-offset-ptr.
           move l-element(1:w-args-size(2))
              to d-array(1:w-array-element-sz).

       move-linkage-value-to-the-array-ex.
           exit.

      * binary search of a keyed array kept in ascending key-slice
      * order for l-element's key: w-select-hit comes back 1 with
      * w-index at the match, or 0 with w-index at the slot the key
      * belongs in - exactly where put-keyed must insert to keep the
      * order.
       keyed-locate.
           move 0 to w-select-hit.
           move 0 to w-from.
           move w-array-length to w-to.
           perform until w-from >= w-to
              compute w-mid = w-from + (w-to - w-from) / 2
              move w-mid to w-index
              perform elem-offset thru elem-offset-ex
              set address of d-array to w-offset-ptr
              if d-array(w-key-offset + 1:w-key-length) =
                 l-element(w-key-offset + 1:w-key-length)
                 move 1 to w-select-hit
                 exit perform
              end-if
              if d-array(w-key-offset + 1:w-key-length) <
                 l-element(w-key-offset + 1:w-key-length)
                 compute w-from = w-mid + 1
              else
                 move w-mid to w-to
              end-if
           end-perform.
           if w-select-hit = 0
              move w-from to w-index
           end-if.
       keyed-locate-ex.
           exit.

      * elem-offset's twin for the second input array (w-b-array /
      * w-b-index).
       b-elem-offset.
           compute w-offset-bytes = w-b-array-element-sz * w-b-index.
           set w-offset-ptr to w-b-array-ptr.
           set w-offset-ptr up by w-offset-bytes.

       b-elem-offset-ex.
           exit.

      * stage the primary array's element at w-index in w-out-element.
       fetch-a-element.
           perform elem-offset thru elem-offset-ex.
           set address of d-array to w-offset-ptr.
           move d-array(1:w-array-element-sz)
              to w-out-element(1:w-array-element-sz).

       fetch-a-element-ex.
           exit.

      * stage the second array's element at w-b-index in
      * w-out-element.
       fetch-b-element.
           perform b-elem-offset thru b-elem-offset-ex.
           set address of d-b-array to w-offset-ptr.
           move d-b-array(1:w-b-array-element-sz)
              to w-out-element(1:w-b-array-element-sz).

       fetch-b-element-ex.
           exit.

      * key-compare the primary element at w-index against the second
      * array's element at w-b-index, honoring w-descending the same
      * way array:search does. "a-first" means the primary element
      * sorts before the other one.
       match-compare.
           perform elem-offset thru elem-offset-ex.
           set address of d-array to w-offset-ptr.
           perform b-elem-offset thru b-elem-offset-ex.
           set address of d-b-array to w-offset-ptr.

           if d-array(w-key-offset + 1:w-key-length) =
              d-b-array(w-key-offset + 1:w-key-length)
              set w-compare-equal to true
           else
              if (w-descending = 1 and
                  d-array(w-key-offset + 1:w-key-length) >
                     d-b-array(w-key-offset + 1:w-key-length))
                 or
                 (w-descending not = 1 and
                  d-array(w-key-offset + 1:w-key-length) <
                     d-b-array(w-key-offset + 1:w-key-length))
                 set w-compare-a-first to true
              else
                 set w-compare-b-first to true
              end-if
           end-if.

       match-compare-ex.
           exit.

      * does the key slice of the element d-array is mapped to
      * satisfy the array:select comparison? verdict in w-select-hit.
       select-match.
           move 0 to w-select-hit.
           if w-op-equal
              and d-array(w-key-offset + 1:w-key-length) =
                 l-element(w-key-offset + 1:w-key-length)
              move 1 to w-select-hit
           end-if.
           if w-op-not-equal
              and d-array(w-key-offset + 1:w-key-length) not =
                 l-element(w-key-offset + 1:w-key-length)
              move 1 to w-select-hit
           end-if.
           if w-op-less
              and d-array(w-key-offset + 1:w-key-length) <
                 l-element(w-key-offset + 1:w-key-length)
              move 1 to w-select-hit
           end-if.
           if w-op-greater
              and d-array(w-key-offset + 1:w-key-length) >
                 l-element(w-key-offset + 1:w-key-length)
              move 1 to w-select-hit
           end-if.
           if w-op-between
              and d-array(w-key-offset + 1:w-key-length) >=
                 l-element(w-key-offset + 1:w-key-length)
              and d-array(w-key-offset + 1:w-key-length) <=
                 l-element-hi(w-key-offset + 1:w-key-length)
              move 1 to w-select-hit
           end-if.
       select-match-ex.
           exit.

      * append w-out-element to the array currently described by
      * w-array. an array in the open unit of work gets an append
      * undo record first, so whatever fills it through here - the
      * csv and fixed-width loads, the result, reject and audit
      * arrays of the other entries - is rolled back with the rest.
      * the slot is found directly rather than through
      * journal-lookup, which would reset the journal state the
      * caller may still be using (dedup-drop tests w-journal-on
      * right after result-append), and a replay, whose other
      * applies are not undo-logged, is left out.
       append-out-element.
           if w-undo-open = 1 and w-journal-replaying = 0
              perform find-registry-slot thru find-registry-slot-ex
              if w-registry-idx <= w-registry-max
                 if w-registry-uow(w-registry-idx) = 1
                    move w-registry-idx to w-undo-slot
                    move "A" to w-undo-type
                    move w-array-length to w-undo-index
                    perform undo-mark thru undo-mark-ex
                 end-if
              end-if
           end-if.
           perform realloc thru realloc-ex.
           move w-array-length to w-index.
           perform elem-offset thru elem-offset-ex.
           set address of d-array to w-offset-ptr.
           move w-out-element(1:w-array-element-sz)
              to d-array(1:w-array-element-sz).
           add 1 to w-array-length.
           perform sync-registry thru sync-registry-ex.

       append-out-element-ex.
           exit.

      * append w-out-element to the result array in w-r-array without
      * disturbing the primary descriptor or the w-index cursor the
      * caller is scanning with.
       result-append.
           move w-index to w-save-index.
           move w-array to w-save-array.
           move w-r-array to w-array.
           perform append-out-element thru append-out-element-ex.
           move w-array to w-r-array.
           move w-save-array to w-array.
           move w-save-index to w-index.

       result-append-ex.
           exit.

      * array:match emit arms - append the element under the relevant
      * cursor to its bucket and advance.
       match-emit-only-a.
           perform fetch-a-element thru fetch-a-element-ex.
           move w-only-a-array to w-r-array.
           perform result-append thru result-append-ex.
           move w-r-array to w-only-a-array.
           add 1 to w-index.
           perform progress-tick thru progress-tick-ex.

       match-emit-only-a-ex.
           exit.

       match-emit-only-b.
           perform fetch-b-element thru fetch-b-element-ex.
           move w-only-b-array to w-r-array.
           perform result-append thru result-append-ex.
           move w-r-array to w-only-b-array.
           add 1 to w-b-index.
           perform progress-tick thru progress-tick-ex.

       match-emit-only-b-ex.
           exit.

       match-emit-both.
           perform fetch-a-element thru fetch-a-element-ex.
           move w-both-array to w-r-array.
           perform result-append thru result-append-ex.
           move w-r-array to w-both-array.
           add 1 to w-index.
           add 1 to w-b-index.
           perform progress-tick thru progress-tick-ex.
           perform progress-tick thru progress-tick-ex.

       match-emit-both-ex.
           exit.

      * validate the w-join field map against the reference and
      * result element sizes and the widest value a default fill can
      * carry. leaves the verdict in the array status.
       join-check-map.
           if w-join-map-count > 32
              set w-array-bad-index to true
              exit paragraph
           end-if

           move 1 to w-f.
           perform until w-f > w-join-map-count
              if w-join-map-length(w-f) = 0
                 or w-join-from-offset(w-f) + w-join-map-length(w-f)
                    > w-b-array-element-sz
                 or w-join-to-offset(w-f) + w-join-map-length(w-f)
                    > w-r-array-element-sz
                 or w-join-map-type(w-f) > 4
                 or (w-join-map-date-ymd(w-f)
                    and w-join-map-length(w-f) not = 8)
                 or (w-join-map-date-cyymmdd(w-f)
                    and w-join-map-length(w-f) not = 4)
                 or (w-join-map-display(w-f)
                    and w-join-map-length(w-f) > 18)
                 or (w-join-map-packed(w-f)
                    and w-join-map-length(w-f) > 10)
                 set w-array-bad-index to true
                 exit paragraph
              end-if
              add 1 to w-f
           end-perform.

           set w-array-ok to true.
       join-check-map-ex.
           exit.

      * one driving element through array:join: stage it at the
      * front of a space-filled result image, look its key up, and
      * send the image on with the reference fields laid over it,
      * default-filled, or - in route mode - unenriched to the
      * unmatched array.
       join-one.
           perform elem-offset thru elem-offset-ex.
           set address of d-array to w-offset-ptr.
           move spaces to w-out-element(1:w-r-array-element-sz).
           move d-array(1:w-array-element-sz)
              to w-out-element(1:w-array-element-sz).
           move d-array(w-key-offset + 1:w-key-length)
              to w-group-key(1:w-key-length).

           perform join-locate thru join-locate-ex.
           if w-select-hit = 1
              perform join-copy-map thru join-copy-map-ex
              perform result-append thru result-append-ex
              add 1 to w-join-matched
              exit paragraph
           end-if

           add 1 to w-join-unmatched.
           if w-join-keep-unmatched
              perform join-fill-map thru join-fill-map-ex
              perform result-append thru result-append-ex
           else
              move w-r-array to w-hold-array
              move w-only-a-array to w-r-array
              perform result-append thru result-append-ex
              move w-r-array to w-only-a-array
              move w-hold-array to w-r-array
           end-if.
       join-one-ex.
           exit.

      * binary search of the reference array (w-b-array, in
      * ascending order of the join's reference key slice) for the
      * driving key staged in w-group-key: w-select-hit comes back 1
      * with w-b-index at the match.
       join-locate.
           move 0 to w-select-hit.
           move 0 to w-from.
           move w-b-array-length to w-to.
           perform until w-from >= w-to
              compute w-mid = w-from + (w-to - w-from) / 2
              move w-mid to w-b-index
              perform b-elem-offset thru b-elem-offset-ex
              set address of d-b-array to w-offset-ptr
              if d-b-array(w-ref-offset + 1:w-ref-length) =
                 w-group-key(1:w-ref-length)
                 move 1 to w-select-hit
                 exit perform
              end-if
              if d-b-array(w-ref-offset + 1:w-ref-length) <
                 w-group-key(1:w-ref-length)
                 compute w-from = w-mid + 1
              else
                 move w-mid to w-to
              end-if
           end-perform.
       join-locate-ex.
           exit.

      * lay every mapped field of the reference element join-locate
      * found (d-b-array is still mapped to it) over the result image.
       join-copy-map.
           move 1 to w-f.
           perform until w-f > w-join-map-count
              move d-b-array(w-join-from-offset(w-f) + 1:
                 w-join-map-length(w-f))
                 to w-out-element(w-join-to-offset(w-f) + 1:
                    w-join-map-length(w-f))
              add 1 to w-f
           end-perform.
       join-copy-map-ex.
           exit.

      * give every mapped field of a kept unmatched row its type's
      * empty value: spaces, zoned zeros or packed zero (a date
      * field gets the zero that means no date).
       join-fill-map.
           move 1 to w-f.
           perform until w-f > w-join-map-count
              if w-join-map-display(w-f)
                 move 0 to w-zoned-9
                 move w-zoned-x(19 - w-join-map-length(w-f):
                    w-join-map-length(w-f))
                    to w-out-element(w-join-to-offset(w-f) + 1:
                       w-join-map-length(w-f))
              else
                 if w-join-map-packed(w-f)
                    move 0 to w-packed-9
                    move w-packed-x(11 - w-join-map-length(w-f):
                       w-join-map-length(w-f))
                       to w-out-element(w-join-to-offset(w-f) + 1:
                          w-join-map-length(w-f))
                 else
                    move spaces
                       to w-out-element(w-join-to-offset(w-f) + 1:
                          w-join-map-length(w-f))
                 end-if
              end-if
              add 1 to w-f
           end-perform.
       join-fill-map-ex.
           exit.

      * start a pivot with empty key tables and no grid, so the exit
      * path can release whatever got allocated before it left.
       pivot-reset.
           set w-pv-row-array-ptr to null.
           move 0 to w-pv-row-array-length.
           move 0 to w-pv-row-array-capacity.
           set w-pv-col-array-ptr to null.
           move 0 to w-pv-col-array-length.
           move 0 to w-pv-col-array-capacity.
           set w-pv-grid-ptr to null.
           move 0 to w-pv-rows.
           move 0 to w-pv-cols.
           move spaces to w-pv-note.
       pivot-reset-ex.
           exit.

      * give back the key tables and the grid.
       pivot-release.
           if w-pv-row-array-ptr not = null
              call "m$free" using w-pv-row-array-ptr
              set w-pv-row-array-ptr to null
           end-if.
           if w-pv-col-array-ptr not = null
              call "m$free" using w-pv-col-array-ptr
              set w-pv-col-array-ptr to null
           end-if.
           if w-pv-grid-ptr not = null
              call "m$free" using w-pv-grid-ptr
              set w-pv-grid-ptr to null
           end-if.
       pivot-release-ex.
           exit.

      * settle the pivot's amount fields: report-mark-totals' choice
      * against the row key, less - when the flags are all spaces -
      * any numeric field touching the column key. lists them in
      * w-pv-fld and sizes the cell to match.
       pivot-mark-amounts.
           perform report-mark-totals thru report-mark-totals-ex.
           if not w-array-ok
              exit paragraph
           end-if

           move 0 to w-pv-amounts.
           move zeros to w-pv-fld-tbl.
           move 1 to w-f.
           perform until w-f > w-layout-count
              if w-flags = spaces and w-rpt-flag(w-f) = 1
                 and w-layout-offset(w-f) + w-layout-length(w-f)
                    > w-col-offset
                 and w-layout-offset(w-f)
                    < w-col-offset + w-col-length
                 move 0 to w-rpt-flag(w-f)
              end-if
              if w-rpt-flag(w-f) = 1
                 add 1 to w-pv-amounts
                 move w-f to w-pv-fld(w-pv-amounts)
              end-if
              add 1 to w-f
           end-perform.
           compute w-pv-cell-sz = 9 + 18 * w-pv-amounts.
       pivot-mark-amounts-ex.
           exit.

      * every print section must fit its row-key column, at least
      * one cell column and the gaps across the 132-column page.
      * leaves the verdict in the array status.
       pivot-check-widths.
           move w-pv-row-array-element-sz to w-pv-rw.
           if w-pv-rw < 5
              move 5 to w-pv-rw
           end-if.
           move 1 to w-pv-sect.
           perform until w-pv-sect > w-pv-amounts + 1
              perform pivot-section-width thru pivot-section-width-ex
              if w-pv-per = 0
                 set w-array-bad-index to true
                 exit paragraph
              end-if
              add 1 to w-pv-sect
           end-perform.
           set w-array-ok to true.
       pivot-check-widths-ex.
           exit.

      * the shape of print section w-pv-sect (an amount field, or
      * the element counts one past the last amount): its label,
      * decimals, cell width - the field's print width with four
      * digits of total headroom, never narrower than a column key
      * or "TOTAL" - and how many cell columns fit across a page.
       pivot-section-width.
           move spaces to w-pv-label.
           if w-pv-sect > w-pv-amounts
              move "ELEMENT COUNT" to w-pv-label
              move 0 to w-pv-decimals
              move 10 to w-fdw
           else
              move w-pv-fld(w-pv-sect) to w-f
              move "SUM OF" to w-pv-label(1:6)
              move w-layout-heading(w-f) to w-pv-label(8:20)
              move w-layout-decimals(w-f) to w-pv-decimals
              perform field-data-width thru field-data-width-ex
              add 4 to w-fdw
           end-if.
           if w-fdw < w-pv-col-array-element-sz
              move w-pv-col-array-element-sz to w-fdw
           end-if.
           if w-fdw < 5
              move 5 to w-fdw
           end-if.
           if w-fdw > 132
              move 132 to w-fdw
           end-if.
           move w-fdw to w-pv-cw.
           if w-pv-rw + w-pv-cw + 3 > 132
              move 0 to w-pv-per
           else
              compute w-pv-per = (131 - w-pv-rw) / (w-pv-cw + 2)
           end-if.
       pivot-section-width-ex.
           exit.

      * add the row key staged in w-group-key to the row key table
      * (once), without disturbing the primary descriptor or its
      * w-index cursor.
       pivot-add-row.
           move w-index to w-pv-save-index.
           move w-array to w-hold-array.
           move w-pv-row-array to w-array.
           perform probe-insert thru probe-insert-ex.
           move w-array to w-pv-row-array.
           move w-hold-array to w-array.
           move w-pv-save-index to w-index.
       pivot-add-row-ex.
           exit.

      * pivot-add-row's twin for the column key table.
       pivot-add-col.
           move w-index to w-pv-save-index.
           move w-array to w-hold-array.
           move w-pv-col-array to w-array.
           perform probe-insert thru probe-insert-ex.
           move w-array to w-pv-col-array.
           move w-hold-array to w-array.
           move w-pv-save-index to w-index.
       pivot-add-col-ex.
           exit.

      * row number (1-based, in w-pv-r) of the row key staged in
      * w-group-key.
       pivot-find-row.
           move w-index to w-pv-save-index.
           move w-array to w-hold-array.
           move w-pv-row-array to w-array.
           perform probe-locate thru probe-locate-ex.
           compute w-pv-r = w-index + 1.
           move w-hold-array to w-array.
           move w-pv-save-index to w-index.
       pivot-find-row-ex.
           exit.

      * column number (1-based, in w-pv-c) of the column key staged
      * in w-group-key.
       pivot-find-col.
           move w-index to w-pv-save-index.
           move w-array to w-hold-array.
           move w-pv-col-array to w-array.
           perform probe-locate thru probe-locate-ex.
           compute w-pv-c = w-index + 1.
           move w-hold-array to w-array.
           move w-pv-save-index to w-index.
       pivot-find-col-ex.
           exit.

      * binary search of an ascending table whose whole element is
      * the key (w-array borrowed for it) for the key staged in
      * w-group-key: w-select-hit comes back 1 with w-index at the
      * match, or 0 with w-index at the slot the key belongs in.
       probe-locate.
           move 0 to w-select-hit.
           move 0 to w-from.
           move w-array-length to w-to.
           perform until w-from >= w-to
              compute w-mid = w-from + (w-to - w-from) / 2
              move w-mid to w-index
              perform elem-offset thru elem-offset-ex
              set address of d-array to w-offset-ptr
              if d-array(1:w-array-element-sz) =
                 w-group-key(1:w-array-element-sz)
                 move 1 to w-select-hit
                 exit perform
              end-if
              if d-array(1:w-array-element-sz) <
                 w-group-key(1:w-array-element-sz)
                 compute w-from = w-mid + 1
              else
                 move w-mid to w-to
              end-if
           end-perform.
           if w-select-hit = 0
              move w-from to w-index
           end-if.
       probe-locate-ex.
           exit.

      * put the key staged in w-group-key into the borrowed key table
      * at its ascending slot, unless it is already there.
       probe-insert.
           perform probe-locate thru probe-locate-ex.
           if w-select-hit = 1
              exit paragraph
           end-if

           perform realloc thru realloc-ex.
           if w-index < w-array-length
              perform shift-the-array thru shift-the-array-ex
           else
              perform elem-offset thru elem-offset-ex
           end-if.
           set address of d-array to w-offset-ptr.
           move w-group-key(1:w-array-element-sz)
              to d-array(1:w-array-element-sz).
           add 1 to w-array-length.
       probe-insert-ex.
           exit.

      * one zeroed cell per row and column pair. a grid that would
      * not fit one allocation is element-too-big.
       pivot-alloc-grid.
           move w-pv-row-array-length to w-pv-rows.
           move w-pv-col-array-length to w-pv-cols.
           compute w-pv-grid-bytes =
              w-pv-rows * w-pv-cols * w-pv-cell-sz.
           if w-pv-grid-bytes > 999999999
              set w-array-element-too-big to true
              exit paragraph
           end-if
           set w-array-ok to true.
           if w-pv-grid-bytes = 0
              exit paragraph
           end-if

           move w-pv-grid-bytes to w-pv-alloc-bytes.
           call "m$alloc" using w-pv-alloc-bytes w-pv-grid-ptr.
           initialize w-pv-cell.
           move 1 to w-pv-r.
           perform until w-pv-r > w-pv-rows
              move 1 to w-pv-c
              perform until w-pv-c > w-pv-cols
                 perform pivot-cell-store thru pivot-cell-store-ex
                 add 1 to w-pv-c
              end-perform
              add 1 to w-pv-r
           end-perform.
       pivot-alloc-grid-ex.
           exit.

      * fold the element at w-index into the cell of its row and
      * column keys.
       pivot-accumulate.
           perform elem-offset thru elem-offset-ex.
           set address of d-array to w-offset-ptr.
           move d-array(w-key-offset + 1:w-key-length)
              to w-group-key(1:w-key-length).
           perform pivot-find-row thru pivot-find-row-ex.
           perform elem-offset thru elem-offset-ex.
           set address of d-array to w-offset-ptr.
           move d-array(w-col-offset + 1:w-col-length)
              to w-group-key(1:w-col-length).
           perform pivot-find-col thru pivot-find-col-ex.
           perform elem-offset thru elem-offset-ex.
           set address of d-array to w-offset-ptr.
           perform pivot-accumulate-cell
              thru pivot-accumulate-cell-ex.
       pivot-accumulate-ex.
           exit.

      * fold the element d-array is mapped to into cell (w-pv-r,
      * w-pv-c): one more element and its amounts.
       pivot-accumulate-cell.
           perform pivot-cell-fetch thru pivot-cell-fetch-ex.
           add 1 to w-pv-cell-count.
           move 1 to w-pv-sect.
           perform until w-pv-sect > w-pv-amounts
              move w-pv-fld(w-pv-sect) to w-f
              move w-layout-offset(w-f) to w-fld-offset
              move w-layout-length(w-f) to w-fld-length
              move w-layout-type(w-f) to w-field-type
              perform extract-field thru extract-field-ex
              add w-field-value to w-pv-cell-amount(w-pv-sect)
              add 1 to w-pv-sect
           end-perform.
           perform pivot-cell-store thru pivot-cell-store-ex.
       pivot-accumulate-cell-ex.
           exit.

      * map d-b-array to grid cell (w-pv-r, w-pv-c).
       pivot-cell-offset.
           compute w-offset-bytes =
              ((w-pv-r - 1) * w-pv-cols + w-pv-c - 1) * w-pv-cell-sz.
           set w-offset-ptr to w-pv-grid-ptr.
           set w-offset-ptr up by w-offset-bytes.
           set address of d-b-array to w-offset-ptr.
       pivot-cell-offset-ex.
           exit.

      * grid cell (w-pv-r, w-pv-c) into w-pv-cell.
       pivot-cell-fetch.
           perform pivot-cell-offset thru pivot-cell-offset-ex.
           move d-b-array(1:w-pv-cell-sz) to w-pv-cell(1:w-pv-cell-sz).
       pivot-cell-fetch-ex.
           exit.

      * w-pv-cell back into grid cell (w-pv-r, w-pv-c).
       pivot-cell-store.
           perform pivot-cell-offset thru pivot-cell-offset-ex.
           move w-pv-cell(1:w-pv-cell-sz) to d-b-array(1:w-pv-cell-sz).
       pivot-cell-store-ex.
           exit.

      * the value print section w-pv-sect shows for the cell in
      * w-pv-cell, in w-field-value.
       pivot-cell-value.
           if w-pv-sect > w-pv-amounts
              move w-pv-cell-count to w-field-value
           else
              move w-pv-cell-amount(w-pv-sect) to w-field-value
           end-if.
       pivot-cell-value-ex.
           exit.

      * map d-b-array to row key w-pv-r.
       pivot-row-key.
           compute w-offset-bytes =
              (w-pv-r - 1) * w-pv-row-array-element-sz.
           set w-offset-ptr to w-pv-row-array-ptr.
           set w-offset-ptr up by w-offset-bytes.
           set address of d-b-array to w-offset-ptr.
       pivot-row-key-ex.
           exit.

      * map d-b-array to column key w-pv-c.
       pivot-col-key.
           compute w-offset-bytes =
              (w-pv-c - 1) * w-pv-col-array-element-sz.
           set w-offset-ptr to w-pv-col-array-ptr.
           set w-offset-ptr up by w-offset-bytes.
           set address of d-b-array to w-offset-ptr.
       pivot-col-key-ex.
           exit.

      * every print section in turn, each in as many bands of
      * columns as it takes - the TOTAL column is column
      * w-pv-cols + 1 of the band sequence.
       pivot-print.
           set w-array-ok to true.
           move 1 to w-pv-sect.
           perform until w-pv-sect > w-pv-amounts + 1
                 or not w-array-ok
              perform pivot-section-width thru pivot-section-width-ex
              move 1 to w-pv-from
              perform until w-pv-from > w-pv-cols + 1
                    or not w-array-ok
                 compute w-pv-to = w-pv-from + w-pv-per - 1
                 if w-pv-to > w-pv-cols + 1
                    compute w-pv-to = w-pv-cols + 1
                 end-if
                 perform pivot-print-band thru pivot-print-band-ex
                 compute w-pv-from = w-pv-to + 1
              end-perform
              add 1 to w-pv-sect
           end-perform.
       pivot-print-ex.
           exit.

      * one band of one section: a fresh page, a line per row key,
      * then the TOTAL line.
       pivot-print-band.
           perform pivot-band-heading thru pivot-band-heading-ex.
           perform pivot-page-heading thru pivot-page-heading-ex.
           if w-print-status not = "00"
              set w-array-file-error to true
              exit paragraph
           end-if
           move 1 to w-pv-r.
           perform until w-pv-r > w-pv-rows
              if w-line-cnt >= PRINT-PAGE-LINES
                 perform pivot-page-heading
                    thru pivot-page-heading-ex
              end-if
              perform pivot-row-line thru pivot-row-line-ex
              if not w-array-ok
                 exit paragraph
              end-if
              add 1 to w-pv-r
           end-perform.
           perform pivot-total-line thru pivot-total-line-ex.
       pivot-print-band-ex.
           exit.

      * the band's column headings: each column key, trailing
      * spaces trimmed, right-aligned over its cells, and TOTAL over
      * the row-total column.
       pivot-band-heading.
           move spaces to w-heading-line.
           compute w-col = w-pv-rw + 4.
           move w-pv-from to w-pv-j.
           perform until w-pv-j > w-pv-to
              if w-pv-j > w-pv-cols
                 compute w-col2 = w-col + w-pv-cw - 5
                 move "TOTAL" to w-heading-line(w-col2:5)
              else
                 move w-pv-j to w-pv-c
                 perform pivot-col-key thru pivot-col-key-ex
                 move w-pv-col-array-element-sz to w-pv-kl
                 perform until w-pv-kl = 0
                       or d-b-array(w-pv-kl:1) not = space
                    subtract 1 from w-pv-kl
                 end-perform
                 if w-pv-kl > 0
                    compute w-col2 = w-col + w-pv-cw - w-pv-kl
                    move d-b-array(1:w-pv-kl)
                       to w-heading-line(w-col2:w-pv-kl)
                 end-if
              end-if
              compute w-col = w-col + w-pv-cw + 2
              add 1 to w-pv-j
           end-perform.
       pivot-band-heading-ex.
           exit.

      * start a new pivot page: title, note and page number, a blank
      * line, the section label and which of the columns this band
      * carries, the column headings, another blank line.
       pivot-page-heading.
           add 1 to w-page-cnt.
           move w-page-cnt to w-page-edited.
           move spaces to w-detail.
           move w-title to w-detail(2:60).
           move w-pv-note to w-detail(64:40).
           move "PAGE" to w-detail(120:4).
           move w-page-edited to w-detail(125:4).
           move w-detail to print-rec.
           write print-rec.
           move spaces to print-rec.
           write print-rec.
           move spaces to w-detail.
           move w-pv-label to w-detail(2:40).
           if w-pv-from > w-pv-cols
              move "ROW TOTALS" to w-detail(45:10)
           else
              move "COLUMNS" to w-detail(45:7)
              move w-pv-from to w-rec-edited
              move w-rec-edited to w-detail(53:9)
              move "THRU" to w-detail(63:4)
              if w-pv-to > w-pv-cols
                 move w-pv-cols to w-rec-edited
              else
                 move w-pv-to to w-rec-edited
              end-if
              move w-rec-edited to w-detail(68:9)
              move "OF" to w-detail(78:2)
              move w-pv-cols to w-rec-edited
              move w-rec-edited to w-detail(81:9)
           end-if.
           move w-detail to print-rec.
           write print-rec.
           move w-heading-line to print-rec.
           write print-rec.
           move spaces to print-rec.
           write print-rec.
           move 5 to w-line-cnt.
       pivot-page-heading-ex.
           exit.

      * one row of the band: the row key, then its cells, and the
      * row's total in the TOTAL column.
       pivot-row-line.
           move spaces to w-detail.
           perform pivot-row-key thru pivot-row-key-ex.
           move d-b-array(1:w-pv-row-array-element-sz)
              to w-detail(2:w-pv-row-array-element-sz).
           compute w-col = w-pv-rw + 4.
           move w-pv-from to w-pv-j.
           perform until w-pv-j > w-pv-to
              if w-pv-j > w-pv-cols
                 perform pivot-row-total thru pivot-row-total-ex
                 move w-pv-sum to w-field-value
              else
                 move w-pv-j to w-pv-c
                 perform pivot-cell-fetch thru pivot-cell-fetch-ex
                 perform pivot-cell-value thru pivot-cell-value-ex
              end-if
              perform pivot-put-value thru pivot-put-value-ex
              compute w-col = w-col + w-pv-cw + 2
              add 1 to w-pv-j
           end-perform.
           move w-detail to print-rec.
           write print-rec.
           add 1 to w-line-cnt.
           if w-print-status not = "00"
              set w-array-file-error to true
           end-if.
       pivot-row-line-ex.
           exit.

      * the band's TOTAL line: each column's total, and the grand
      * total in the TOTAL column.
       pivot-total-line.
           if w-line-cnt >= PRINT-PAGE-LINES
              perform pivot-page-heading thru pivot-page-heading-ex
           end-if.
           move spaces to w-detail.
           move "TOTAL" to w-detail(2:5).
           compute w-col = w-pv-rw + 4.
           move w-pv-from to w-pv-j.
           perform until w-pv-j > w-pv-to
              move 0 to w-total
              move 1 to w-pv-r
              perform until w-pv-r > w-pv-rows
                 if w-pv-j > w-pv-cols
                    perform pivot-row-total thru pivot-row-total-ex
                    add w-pv-sum to w-total
                 else
                    move w-pv-j to w-pv-c
                    perform pivot-cell-fetch thru pivot-cell-fetch-ex
                    perform pivot-cell-value thru pivot-cell-value-ex
                    add w-field-value to w-total
                 end-if
                 add 1 to w-pv-r
              end-perform
              move w-total to w-field-value
              perform pivot-put-value thru pivot-put-value-ex
              compute w-col = w-col + w-pv-cw + 2
              add 1 to w-pv-j
           end-perform.
           move w-detail to print-rec.
           write print-rec.
           add 1 to w-line-cnt.
           if w-print-status not = "00"
              set w-array-file-error to true
           end-if.
       pivot-total-line-ex.
           exit.

      * row w-pv-r's total across every column, in w-pv-sum.
       pivot-row-total.
           move 0 to w-pv-sum.
           move 1 to w-pv-c.
           perform until w-pv-c > w-pv-cols
              perform pivot-cell-fetch thru pivot-cell-fetch-ex
              perform pivot-cell-value thru pivot-cell-value-ex
              add w-field-value to w-pv-sum
              add 1 to w-pv-c
           end-perform.
       pivot-row-total-ex.
           exit.

      * w-field-value formatted and right-aligned in the cell column
      * starting at w-col - asterisks across the cell when it will
      * not fit.
       pivot-put-value.
           move w-pv-decimals to w-num-decimals.
           perform format-number thru format-number-ex.
           if w-num-text-len > w-pv-cw
              move all "*" to w-detail(w-col:w-pv-cw)
           else
              compute w-col2 = w-col + w-pv-cw - w-num-text-len
              move w-num-text(1:w-num-text-len)
                 to w-detail(w-col2:w-num-text-len)
           end-if.
       pivot-put-value-ex.
           exit.

      * one result element per populated cell: row key, column key,
      * the sums, the count.
       pivot-emit-cells.
           move 1 to w-pv-r.
           perform until w-pv-r > w-pv-rows
              move 1 to w-pv-c
              perform until w-pv-c > w-pv-cols
                 perform pivot-cell-fetch thru pivot-cell-fetch-ex
                 if w-pv-cell-count > 0
                    perform pivot-emit-one thru pivot-emit-one-ex
                 end-if
                 add 1 to w-pv-c
              end-perform
              add 1 to w-pv-r
           end-perform.
       pivot-emit-cells-ex.
           exit.

       pivot-emit-one.
           perform pivot-row-key thru pivot-row-key-ex.
           move d-b-array(1:w-key-length)
              to w-out-element(1:w-key-length).
           perform pivot-col-key thru pivot-col-key-ex.
           move d-b-array(1:w-col-length)
              to w-out-element(w-key-length + 1:w-col-length).
           compute w-pv-kl = w-key-length + w-col-length.
           if w-pv-amounts > 0
              move w-pv-cell(10:18 * w-pv-amounts)
                 to w-out-element(w-pv-kl + 1:18 * w-pv-amounts)
           end-if.
           move w-pv-cell-count
              to w-out-element(w-pv-kl + 18 * w-pv-amounts + 1:9).
           perform result-append thru result-append-ex.
       pivot-emit-one-ex.
           exit.

      * start a fresh count in w-ctl-trailer: the tag, a zero record
      * count, hash total and sums, keeping the hash slice and the
      * sum definitions already set up.
       ctl-zero.
           move "*CTLTRL*" to w-ctl-tag.
           move 0 to w-ctl-count.
           move 0 to w-ctl-hash.
           move 1 to w-ctl-k.
           perform until w-ctl-k > 32
              move 0 to w-ctl-sum-value(w-ctl-k)
              add 1 to w-ctl-k
           end-perform.
       ctl-zero-ex.
           exit.

      * one sum definition per numeric field of the w-layout table.
      * dates are not amounts and are left out, as in the report
      * totals.
       ctl-layout-sums.
           move 0 to w-ctl-sum-count.
           move 1 to w-f.
           perform until w-f > w-layout-count
              if (w-layout-display(w-f) or w-layout-packed(w-f))
                 and not w-layout-date(w-f)
                 add 1 to w-ctl-sum-count
                 move w-layout-offset(w-f)
                    to w-ctl-sum-offset(w-ctl-sum-count)
                 move w-layout-length(w-f)
                    to w-ctl-sum-length(w-ctl-sum-count)
                 move w-layout-type(w-f)
                    to w-ctl-sum-type(w-ctl-sum-count)
              end-if
              add 1 to w-f
           end-perform.
       ctl-layout-sums-ex.
           exit.

      * the same from the file-side w-b-layout table, for a
      * fixed-width feed's trailer, which counts in record terms.
       ctl-b-layout-sums.
           move 0 to w-ctl-sum-count.
           move 1 to w-f.
           perform until w-f > w-b-layout-count
              if (w-b-layout-display(w-f) or w-b-layout-packed(w-f))
                 and not w-b-layout-date(w-f)
                 add 1 to w-ctl-sum-count
                 move w-b-layout-offset(w-f)
                    to w-ctl-sum-offset(w-ctl-sum-count)
                 move w-b-layout-length(w-f)
                    to w-ctl-sum-length(w-ctl-sum-count)
                 move w-b-layout-type(w-f)
                    to w-ctl-sum-type(w-ctl-sum-count)
              end-if
              add 1 to w-f
           end-perform.
       ctl-b-layout-sums-ex.
           exit.

      * count the record d-array is mapped to into w-ctl-trailer:
      * one more record, every byte of the hash slice weighted by
      * its 1-based position in the slice (so two transposed bytes
      * do not cancel out), and each summed field's value.
       ctl-accumulate.
           add 1 to w-ctl-count.
           move 0 to w-ctl-rec-hash.
           move 1 to w-ctl-p.
           perform until w-ctl-p > w-ctl-hash-length
              move d-array(w-ctl-hash-offset + w-ctl-p:1)
                 to w-byte-x
              compute w-ctl-rec-hash =
                 w-ctl-rec-hash + w-byte-num * w-ctl-p
              add 1 to w-ctl-p
           end-perform.
           add w-ctl-rec-hash to w-ctl-hash.
           if w-ctl-hash >= CTL-HASH-MOD
              subtract CTL-HASH-MOD from w-ctl-hash
           end-if.

           move 1 to w-ctl-k.
           perform until w-ctl-k > w-ctl-sum-count
              move w-ctl-sum-offset(w-ctl-k) to w-fld-offset
              move w-ctl-sum-length(w-ctl-k) to w-fld-length
              move w-ctl-sum-type(w-ctl-k) to w-field-type
              perform extract-field thru extract-field-ex
              add w-field-value to w-ctl-sum-value(w-ctl-k)
              add 1 to w-ctl-k
           end-perform.
       ctl-accumulate-ex.
           exit.

      * count the elements of the array in w-array from index
      * w-ctl-first to the end.
       ctl-scan-array.
           move w-ctl-first to w-index.
           perform until w-index >= w-array-length
              perform elem-offset thru elem-offset-ex
              set address of d-array to w-offset-ptr
              perform ctl-accumulate thru ctl-accumulate-ex
              add 1 to w-index
           end-perform.
       ctl-scan-array-ex.
           exit.

      * the written length of w-ctl-trailer: the fixed part plus
      * one entry per summed field.
       ctl-set-length.
           compute w-ctl-len = 55 + 31 * w-ctl-sum-count.
       ctl-set-length-ex.
           exit.

      * is the trailer read back in w-file-ctl-trailer one this
      * module could have written - the tag, digits where digits
      * belong, and every slice inside a record of w-ctl-rec-sz
      * bytes at a width its representation can carry? a damaged
      * trailer must not steer the recount out of the record.
      * verdict in w-ctl-ok.
       ctl-check-file.
           move 0 to w-ctl-ok.
           if not w-file-ctl-is-trailer
              or w-file-ctl-count not numeric
              or w-file-ctl-hash-offset not numeric
              or w-file-ctl-hash-length not numeric
              or w-file-ctl-hash not numeric
              or w-file-ctl-sum-count not numeric
              exit paragraph
           end-if

           if w-file-ctl-sum-count > 32
              or w-file-ctl-hash-offset + w-file-ctl-hash-length
                 > w-ctl-rec-sz
              exit paragraph
           end-if

           move 1 to w-ctl-k.
           perform until w-ctl-k > w-file-ctl-sum-count
              if w-file-ctl-sum-offset(w-ctl-k) not numeric
                 or w-file-ctl-sum-length(w-ctl-k) not numeric
                 or w-file-ctl-sum-type(w-ctl-k) not numeric
                 or w-file-ctl-sum-value(w-ctl-k) not numeric
                 exit paragraph
              end-if
              if w-file-ctl-sum-length(w-ctl-k) = 0
                 or w-file-ctl-sum-offset(w-ctl-k)
                    + w-file-ctl-sum-length(w-ctl-k) > w-ctl-rec-sz
                 or (w-file-ctl-sum-type(w-ctl-k) not = 1
                    and w-file-ctl-sum-type(w-ctl-k) not = 2)
                 or (w-file-ctl-sum-type(w-ctl-k) = 1
                    and w-file-ctl-sum-length(w-ctl-k) > 18)
                 or (w-file-ctl-sum-type(w-ctl-k) = 2
                    and w-file-ctl-sum-length(w-ctl-k) > 10)
                 exit paragraph
              end-if
              add 1 to w-ctl-k
           end-perform.

           move 1 to w-ctl-ok.
       ctl-check-file-ex.
           exit.

      * recount under the file trailer's own hash slice and sum
      * definitions, from zero.
       ctl-verify-begin.
           move w-file-ctl-trailer to w-ctl-trailer.
           perform ctl-zero thru ctl-zero-ex.
       ctl-verify-begin-ex.
           exit.

      * does the recount agree with the file trailer, byte for
      * byte over its written length? verdict in w-ctl-ok.
       ctl-verify-end.
           perform ctl-set-length thru ctl-set-length-ex.
           move 0 to w-ctl-ok.
           if w-ctl-trailer(1:w-ctl-len)
              = w-file-ctl-trailer(1:w-ctl-len)
              move 1 to w-ctl-ok
           end-if.
       ctl-verify-end-ex.
           exit.

      * check the array in w-array, from element w-ctl-first on,
      * against the trailer in w-file-ctl-trailer - what a loader
      * does once the file's elements are in storage.
       ctl-verify-array.
           move w-array-element-sz to w-ctl-rec-sz.
           perform ctl-check-file thru ctl-check-file-ex.
           if w-ctl-ok = 0
              exit paragraph
           end-if
           perform ctl-verify-begin thru ctl-verify-begin-ex.
           perform ctl-scan-array thru ctl-scan-array-ex.
           perform ctl-verify-end thru ctl-verify-end-ex.
       ctl-verify-array-ex.
           exit.

      * count the whole array in w-array under the hash slice and
      * sum definitions already set up, and put the trailer on the
      * open array-file as its last record. w-section-ok reports the
      * write.
       ctl-write-record.
           perform ctl-zero thru ctl-zero-ex.
           move 0 to w-ctl-first.
           perform ctl-scan-array thru ctl-scan-array-ex.
           perform ctl-put-record thru ctl-put-record-ex.
       ctl-write-record-ex.
           exit.

      * put the trailer already counted in w-ctl-trailer on the open
      * array-file. w-section-ok reports the write.
       ctl-put-record.
           perform ctl-set-length thru ctl-set-length-ex.
           initialize array-file-rec.
           move w-ctl-trailer(1:w-ctl-len) to fr-data(1:w-ctl-len).
           write array-file-rec.
           if w-file-status not = "00"
              move 0 to w-section-ok
           end-if.
       ctl-put-record-ex.
           exit.

      * read the record behind the elements a loader just put in
      * storage and check them against it. w-ctl-found says whether
      * a record was there at all, w-ctl-ok whether it was a
      * trailer that agreed.
       ctl-read-record.
           move 0 to w-ctl-found.
           move 0 to w-ctl-ok.
           read array-file
              at end
              continue
           end-read.
           if w-file-status not = "00"
              exit paragraph
           end-if
           move 1 to w-ctl-found.
           move fr-data to w-file-ctl-trailer.
           perform ctl-verify-array thru ctl-verify-array-ex.
       ctl-read-record-ex.
           exit.

      * put w-ctl-trailer on the open fixed-width feed at
      * w-fix-offset, space-padded out to whole records so the feed
      * keeps its record length.
       ctl-fixed-write.
           perform ctl-set-length thru ctl-set-length-ex.
           move spaces to w-fixed-rec.
           move w-ctl-trailer(1:w-ctl-len) to w-fixed-rec(1:w-ctl-len).
           compute w-ctl-p = (w-ctl-len + w-fix-reclen - 1)
              / w-fix-reclen.
           compute w-fix-nbytes = w-ctl-p * w-fix-reclen.
           move 0 to w-fix-flags.
           call "CBL_WRITE_FILE" using w-fix-handle w-fix-offset
              w-fix-nbytes w-fix-flags w-fixed-rec.
           if return-code not = 0
              set w-array-file-error to true
           end-if.
       ctl-fixed-write-ex.
           exit.

      * walk the open fixed-width feed record by record to the one
      * that opens with the trailer tag. w-ctl-found says whether
      * there was one, w-ctl-at where it starts.
       ctl-fixed-find.
           move 0 to w-ctl-found.
           move 0 to w-fix-offset.
           move 0 to w-fix-eof.
           perform until w-fix-eof = 1
              move w-fix-reclen to w-fix-nbytes
              move 0 to w-fix-flags
              move spaces to w-fixed-rec
              call "CBL_READ_FILE" using w-fix-handle w-fix-offset
                 w-fix-nbytes w-fix-flags w-fixed-rec
              if return-code not = 0
                 move 1 to w-fix-eof
              else
                 if w-fixed-rec(1:8) = "*CTLTRL*"
                    move 1 to w-ctl-found
                    move w-fix-offset to w-ctl-at
                    move 1 to w-fix-eof
                 else
                    add w-fix-reclen to w-fix-offset
                 end-if
              end-if
           end-perform.
       ctl-fixed-find-ex.
           exit.

      * read the trailer image starting at w-ctl-at of the open
      * fixed-width feed into w-file-ctl-trailer - the fixed part
      * first, for the sum count that says how long the rest is -
      * and check it against the feed's record length. verdict in
      * w-ctl-ok.
       ctl-fixed-image.
           move 0 to w-ctl-ok.
           move spaces to w-file-ctl-trailer.
           move w-ctl-at to w-fix-offset.
           move 55 to w-fix-nbytes.
           move 0 to w-fix-flags.
           call "CBL_READ_FILE" using w-fix-handle w-fix-offset
              w-fix-nbytes w-fix-flags w-file-ctl-trailer.
           if return-code not = 0
              exit paragraph
           end-if
           if w-file-ctl-sum-count not numeric
              or w-file-ctl-sum-count > 32
              exit paragraph
           end-if

           compute w-fix-nbytes = 55 + 31 * w-file-ctl-sum-count.
           call "CBL_READ_FILE" using w-fix-handle w-fix-offset
              w-fix-nbytes w-fix-flags w-file-ctl-trailer.
           if return-code not = 0
              exit paragraph
           end-if

           move w-fix-reclen to w-ctl-rec-sz.
           perform ctl-check-file thru ctl-check-file-ex.
       ctl-fixed-image-ex.
           exit.

      * recount the records of the open fixed-width feed ahead of
      * its trailer and check them against it. verdict in w-ctl-ok.
       ctl-fixed-verify.
           perform ctl-verify-begin thru ctl-verify-begin-ex.
           move 0 to w-fix-offset.
           perform until w-fix-offset >= w-ctl-at
              move w-fix-reclen to w-fix-nbytes
              move 0 to w-fix-flags
              move spaces to w-fixed-rec
              call "CBL_READ_FILE" using w-fix-handle w-fix-offset
                 w-fix-nbytes w-fix-flags w-fixed-rec
              if return-code not = 0
                 move 0 to w-ctl-ok
                 exit paragraph
              end-if
              set address of d-array to address of w-fixed-rec
              perform ctl-accumulate thru ctl-accumulate-ex
              add w-fix-reclen to w-fix-offset
           end-perform.
           perform ctl-verify-end thru ctl-verify-end-ex.
       ctl-fixed-verify-ex.
           exit.

      * one record off the open array-file for the verify passes;
      * w-section-ok goes 0 at end of file or on a read failure.
       verify-read.
           read array-file
              at end
              move 0 to w-section-ok
           end-read.
           if w-file-status not = "00"
              move 0 to w-section-ok
           end-if.
       verify-read-ex.
           exit.

      * array:verify-file for a checkpoint: the first pass reads
      * past the header's count of elements to the trailer, whose
      * hash slice and sum definitions the second pass recounts the
      * elements under.
       verify-checkpoint.
           open input array-file.
           if w-file-status not = "00"
              exit paragraph
           end-if
           move 1 to w-section-ok.
           perform verify-read thru verify-read-ex.
           if w-section-ok = 0 or fr-element-sz = 0
              close array-file
              exit paragraph
           end-if
           move fr-element-sz to w-ctl-rec-sz.
           move fr-length to w-ctl-expect.
           perform w-ctl-expect times
              perform verify-read thru verify-read-ex
              if w-section-ok = 0
                 exit perform
              end-if
           end-perform.
           if w-section-ok = 1
              perform verify-read thru verify-read-ex
           end-if.
           close array-file.
           if w-section-ok = 0
              exit paragraph
           end-if
           move fr-data to w-file-ctl-trailer.
           perform ctl-check-file thru ctl-check-file-ex.
           if w-ctl-ok = 0
              exit paragraph
           end-if

           open input array-file.
           if w-file-status not = "00"
              move 0 to w-ctl-ok
              exit paragraph
           end-if
           perform ctl-verify-begin thru ctl-verify-begin-ex.
           perform verify-read thru verify-read-ex.
           perform w-ctl-expect times
              perform verify-read thru verify-read-ex
              if w-section-ok = 0
                 exit perform
              end-if
              set address of d-array to address of fr-data
              perform ctl-accumulate thru ctl-accumulate-ex
           end-perform.
           close array-file.
           move w-ctl-count to w-ctl-records.
           if w-section-ok = 0
              move 0 to w-ctl-ok
              exit paragraph
           end-if
           perform ctl-verify-end thru ctl-verify-end-ex.
       verify-checkpoint-ex.
           exit.

      * array:verify-file for a whole-registry checkpoint: every
      * section is counted the way array:save-all cut its trailer -
      * whole elements, no sums - and must agree with it.
       verify-all.
           open input array-file.
           if w-file-status not = "00"
              exit paragraph
           end-if
           move 1 to w-section-ok.
           perform verify-read thru verify-read-ex.
           if w-section-ok = 0 or fr-element-sz not = 0
              close array-file
              exit paragraph
           end-if
           move fr-length to w-sections.
           move 1 to w-ctl-ok.
           perform w-sections times
              perform verify-all-section thru verify-all-section-ex
              if w-section-ok = 0 or w-ctl-ok = 0
                 exit perform
              end-if
           end-perform.
           close array-file.
           if w-section-ok = 0
              move 0 to w-ctl-ok
           end-if.
       verify-all-ex.
           exit.

      * one section of a whole-registry checkpoint: its header, its
      * elements counted as they go past, its trailer.
       verify-all-section.
           perform verify-read thru verify-read-ex.
           if w-section-ok = 0
              exit paragraph
           end-if
           move fr-element-sz to w-ctl-rec-sz.
           move fr-length to w-ctl-expect.
           initialize w-ctl-trailer.
           move w-ctl-rec-sz to w-ctl-hash-length.
           perform ctl-zero thru ctl-zero-ex.
           perform w-ctl-expect times
              perform verify-read thru verify-read-ex
              if w-section-ok = 0
                 exit perform
              end-if
              set address of d-array to address of fr-data
              perform ctl-accumulate thru ctl-accumulate-ex
           end-perform.
           add w-ctl-count to w-ctl-records.
           if w-section-ok = 0
              exit paragraph
           end-if

           perform verify-read thru verify-read-ex.
           if w-section-ok = 0
              exit paragraph
           end-if
           move fr-data to w-file-ctl-trailer.
           perform ctl-check-file thru ctl-check-file-ex.
           if w-ctl-ok = 1
              perform ctl-verify-end thru ctl-verify-end-ex
           end-if.
       verify-all-section-ex.
           exit.

      * array:verify-file for a keyed store: the trailer is read
      * straight off its high-values key, then the elements are
      * recounted in key order behind the descriptor record.
       verify-keyed.
           move w-filename to w-keyed-filename.
           open input keyed-file.
           if w-keyed-status not = "00"
              exit paragraph
           end-if
           read keyed-file next
              at end
              continue
           end-read.
           if w-keyed-status not = "00" or kf-key not = low-values
              or kf-data(1:9) not numeric
              close keyed-file
              exit paragraph
           end-if
           move kf-data(1:9) to w-ctl-rec-sz.
           move high-values to kf-key.
           read keyed-file key is kf-key
              invalid key
              continue
           end-read.
           if w-keyed-status not = "00"
              close keyed-file
              exit paragraph
           end-if
           move kf-data to w-file-ctl-trailer.
           close keyed-file.
           perform ctl-check-file thru ctl-check-file-ex.
           if w-ctl-ok = 0
              exit paragraph
           end-if

           open input keyed-file.
           if w-keyed-status not = "00"
              move 0 to w-ctl-ok
              exit paragraph
           end-if
           perform ctl-verify-begin thru ctl-verify-begin-ex.
           read keyed-file next
              at end
              continue
           end-read.
           move 1 to w-section-ok.
           move 0 to w-ctl-found.
           perform until w-section-ok = 0 or w-ctl-found = 1
              read keyed-file next
                 at end
                 move 0 to w-section-ok
              end-read
              if w-keyed-status not = "00"
                 move 0 to w-section-ok
              else
                 if kf-key = high-values
                    move 1 to w-ctl-found
                 else
                    set address of d-array to address of kf-data
                    perform ctl-accumulate thru ctl-accumulate-ex
                 end-if
              end-if
           end-perform.
           close keyed-file.
           move w-ctl-count to w-ctl-records.
           if w-section-ok = 0
              move 0 to w-ctl-ok
              exit paragraph
           end-if
           perform ctl-verify-end thru ctl-verify-end-ex.
       verify-keyed-ex.
           exit.

      * the record length of a fixed-width feed - the w-b-layout
      * table's high-water mark - into w-fix-reclen, zero when the
      * table cannot describe a record.
       verify-fixed-reclen.
           move 0 to w-fix-reclen.
           if w-b-layout-count = 0 or w-b-layout-count > 32
              exit paragraph
           end-if
           move 1 to w-f.
           perform until w-f > w-b-layout-count
              if w-b-layout-length(w-f) = 0
                 or w-b-layout-offset(w-f) + w-b-layout-length(w-f)
                    > MAX-LINKAGE
                 move 0 to w-fix-reclen
                 exit paragraph
              end-if
              if w-b-layout-offset(w-f) + w-b-layout-length(w-f)
                 > w-fix-reclen
                 compute w-fix-reclen = w-b-layout-offset(w-f)
                    + w-b-layout-length(w-f)
              end-if
              add 1 to w-f
           end-perform.
       verify-fixed-reclen-ex.
           exit.

      * array:verify-file for a fixed-width feed: find the trailer,
      * then recount the records ahead of it.
       verify-fixed.
           perform verify-fixed-reclen thru verify-fixed-reclen-ex.
           if w-fix-reclen < 8
              exit paragraph
           end-if
           move spaces to w-fix-fname.
           move w-filename to w-fix-fname.
           move 1 to w-fix-access.
           call "CBL_OPEN_FILE" using w-fix-fname w-fix-access
              w-fix-deny w-fix-device w-fix-handle.
           if return-code not = 0
              exit paragraph
           end-if
           perform ctl-fixed-find thru ctl-fixed-find-ex.
           if w-ctl-found = 1
              perform ctl-fixed-image thru ctl-fixed-image-ex
              if w-ctl-ok = 1
                 perform ctl-fixed-verify thru ctl-fixed-verify-ex
                 move w-ctl-count to w-ctl-records
              end-if
           end-if.
           call "CBL_CLOSE_FILE" using w-fix-handle.
       verify-fixed-ex.
           exit.

      * array:verify-file for a delimited file: the first pass
      * finds the trailer line, the second parses every line ahead
      * of it through w-layout into w-out-element and recounts the
      * good ones - a line that does not parse is not counted, so
      * the file disagrees with its trailer, as array:load-csv
      * would find it.
       verify-csv.
           move 0 to w-array-element-sz.
           move 1 to w-f.
           perform until w-f > w-layout-count or w-f > 32
              if w-layout-offset(w-f) + w-layout-length(w-f)
                 > w-array-element-sz
                 compute w-array-element-sz = w-layout-offset(w-f)
                    + w-layout-length(w-f)
              end-if
              add 1 to w-f
           end-perform.
           perform check-layout thru check-layout-ex.
           if not w-array-ok or w-array-element-sz > MAX-LINKAGE
              exit paragraph
           end-if

           move w-filename to w-csv-filename.
           open input csv-file.
           if w-csv-status not = "00"
              exit paragraph
           end-if
           move 0 to w-ctl-found.
           perform until w-ctl-found = 1 or w-csv-status not = "00"
              read csv-file
                 at end
                 exit perform
              end-read
              if w-csv-status = "00" and csv-rec(1:8) = "*CTLTRL*"
                 move 1 to w-ctl-found
                 move csv-rec to w-file-ctl-trailer
              end-if
           end-perform.
           close csv-file.
           if w-ctl-found = 0
              exit paragraph
           end-if
           move w-array-element-sz to w-ctl-rec-sz.
           perform ctl-check-file thru ctl-check-file-ex.
           if w-ctl-ok = 0
              exit paragraph
           end-if

           open input csv-file.
           if w-csv-status not = "00"
              move 0 to w-ctl-ok
              exit paragraph
           end-if
           perform ctl-verify-begin thru ctl-verify-begin-ex.
           move 1 to w-section-ok.
           move 0 to w-ctl-found.
           perform until w-section-ok = 0 or w-ctl-found = 1
              read csv-file
                 at end
                 move 0 to w-section-ok
              end-read
              if w-csv-status not = "00"
                 move 0 to w-section-ok
              else
                 if csv-rec(1:8) = "*CTLTRL*"
                    move 1 to w-ctl-found
                 else
                    move csv-rec to w-csv-line
                    perform csv-line-length thru csv-line-length-ex
                    if w-csv-len > 0
                       perform parse-csv-line thru parse-csv-line-ex
                       if w-csv-good = 1
                          set address of d-array
                             to address of w-out-element
                          perform ctl-accumulate
                             thru ctl-accumulate-ex
                       end-if
                    end-if
                 end-if
              end-if
           end-perform.
           close csv-file.
           move w-ctl-count to w-ctl-records.
           if w-section-ok = 0
              move 0 to w-ctl-ok
              exit paragraph
           end-if
           perform ctl-verify-end thru ctl-verify-end-ex.
       verify-csv-ex.
           exit.

      * which layout fields an array:apply-transactions change takes
      * from the transaction (w-apply-flag) and which carry the key
      * (w-apply-key-fld, parsed out of every fixed-width record).
      * a non-space w-flags is the caller's word, byte per field;
      * all-space flags take every field clear of the key slice.
      * flagging a key field is bad-index.
       apply-mark-fields.
           move zeros to w-apply-flag-tbl.
           move zeros to w-apply-key-tbl.
           move 1 to w-f.
           perform until w-f > w-layout-count
              if w-layout-offset(w-f) + w-layout-length(w-f)
                    <= w-key-offset
                 or w-layout-offset(w-f)
                    >= w-key-offset + w-key-length
                 if w-flags = spaces or w-flags(w-f:1) = "1"
                    move 1 to w-apply-flag(w-f)
                 end-if
              else
                 move 1 to w-apply-key-fld(w-f)
                 if w-flags(w-f:1) = "1"
                    set w-array-bad-index to true
                    exit paragraph
                 end-if
              end-if
              add 1 to w-f
           end-perform.
           set w-array-ok to true.
       apply-mark-fields-ex.
           exit.

      * open the transaction file and check it against its control
      * trailer before anything is applied. a checkpoint must carry
      * elements one byte (the action code) longer than the
      * master's and must have its trailer; a fixed-width feed from
      * another system may have none. leaves the file positioned on
      * the first transaction.
       apply-open.
           if w-apply-from-fixed
              move spaces to w-fix-fname
              move w-filename to w-fix-fname
              move 1 to w-fix-access
              call "CBL_OPEN_FILE" using w-fix-fname w-fix-access
                 w-fix-deny w-fix-device w-fix-handle
              if return-code not = 0
                 set w-array-file-error to true
                 exit paragraph
              end-if
              move 0 to w-ctl-found
              if w-fix-reclen >= 8
                 perform ctl-fixed-find thru ctl-fixed-find-ex
              end-if
              if w-ctl-found = 1
                 perform ctl-fixed-image thru ctl-fixed-image-ex
                 if w-ctl-ok = 1
                    perform ctl-fixed-verify thru ctl-fixed-verify-ex
                 end-if
                 if w-ctl-ok = 0
                    set w-array-ctl-mismatch to true
                    call "CBL_CLOSE_FILE" using w-fix-handle
                    exit paragraph
                 end-if
              end-if
              move 0 to w-fix-offset
              exit paragraph
           end-if

           open input array-file.
           if w-file-status not = "00"
              set w-array-file-error to true
              exit paragraph
           end-if
           read array-file
              at end
              continue
           end-read.
           if w-file-status not = "00"
              set w-array-file-error to true
              close array-file
              exit paragraph
           end-if
           if fr-element-sz not = w-array-element-sz + 1
              set w-array-size-mismatch to true
              close array-file
              exit paragraph
           end-if
           close array-file.

           perform verify-checkpoint thru verify-checkpoint-ex.
           if w-ctl-ok = 0
              set w-array-ctl-mismatch to true
              exit paragraph
           end-if

           open input array-file.
           if w-file-status not = "00"
              set w-array-file-error to true
              exit paragraph
           end-if
           read array-file
              at end
              continue
           end-read.
           if w-file-status not = "00"
              set w-array-file-error to true
              close array-file
              exit paragraph
           end-if
           move fr-length to w-ctl-expect.
       apply-open-ex.
           exit.

       apply-close.
           if w-apply-from-fixed
              call "CBL_CLOSE_FILE" using w-fix-handle
           else
              close array-file
           end-if.
       apply-close-ex.
           exit.

      * the next transaction: its action code into w-apply-action
      * and its element image into w-out-element, w-fix-good 0 when
      * a fixed-width record's fields would not parse. w-apply-eof
      * goes 1 past the last one - a fixed-width feed's trailer
      * ends it.
       apply-read.
           if w-apply-from-checkpoint
              if w-apply-seq >= w-ctl-expect
                 move 1 to w-apply-eof
                 exit paragraph
              end-if
              read array-file
                 at end
                 continue
              end-read
              if w-file-status not = "00"
                 set w-array-file-error to true
                 move 1 to w-apply-eof
                 exit paragraph
              end-if
              move fr-data(1:1) to w-apply-action
              move spaces to w-out-element
              move fr-data(2:w-array-element-sz)
                 to w-out-element(1:w-array-element-sz)
              move 1 to w-fix-good
              exit paragraph
           end-if

           if w-ctl-found = 1 and w-fix-offset >= w-ctl-at
              move 1 to w-apply-eof
              exit paragraph
           end-if
           move w-fix-reclen to w-fix-nbytes.
           move 0 to w-fix-flags.
           move spaces to w-fixed-rec.
           call "CBL_READ_FILE" using w-fix-handle w-fix-offset
              w-fix-nbytes w-fix-flags w-fixed-rec.
           if return-code not = 0
              move 1 to w-apply-eof
              exit paragraph
           end-if
           add w-fix-reclen to w-fix-offset.
           move w-fixed-rec(w-apply-action-offset + 1:1)
              to w-apply-action.
           perform apply-parse-fixed thru apply-parse-fixed-ex.
       apply-read-ex.
           exit.

      * parse the fields of the fixed-width transaction in
      * w-fixed-rec that its action needs: every field for an add,
      * the key fields plus the flagged ones for a change, the key
      * fields alone for anything else.
       apply-parse-fixed.
           move 1 to w-fix-good.
           move spaces to w-out-element.
           set address of d-array to address of w-fixed-rec.
           move 1 to w-f.
           perform until w-f > w-layout-count or w-fix-good = 0
              if w-apply-action = "A"
                 or w-apply-key-fld(w-f) = 1
                 or (w-apply-action = "C" and w-apply-flag(w-f) = 1)
                 perform fix-parse-field thru fix-parse-field-ex
              end-if
              add 1 to w-f
           end-perform.
       apply-parse-fixed-ex.
           exit.

      * apply, or turn away, the transaction in hand.
       apply-one.
           add 1 to w-apply-seq.
           move 0 to w-apply-act.
           if w-apply-action = "A"
              move 1 to w-apply-act
           end-if.
           if w-apply-action = "C"
              move 2 to w-apply-act
           end-if.
           if w-apply-action = "D"
              move 3 to w-apply-act
           end-if.

           if w-apply-act = 0
              add 1 to w-apply-bad-action
              set w-apply-bad-code to true
              perform apply-reject thru apply-reject-ex
              exit paragraph
           end-if
           if w-fix-good = 0
              set w-apply-bad-data to true
              perform apply-reject thru apply-reject-ex
              exit paragraph
           end-if

           perform keyed-locate thru keyed-locate-ex.
           if w-apply-act = 1
              if w-select-hit = 1
                 set w-apply-add-duplicate to true
                 perform apply-reject thru apply-reject-ex
              else
                 perform apply-add thru apply-add-ex
              end-if
              exit paragraph
           end-if

           if w-select-hit = 0
              if w-apply-act = 2
                 set w-apply-change-unmatched to true
              else
                 set w-apply-delete-unmatched to true
              end-if
              perform apply-reject thru apply-reject-ex
              exit paragraph
           end-if

           if w-apply-act = 2
              perform apply-change thru apply-change-ex
           else
              perform apply-delete thru apply-delete-ex
           end-if.
       apply-one-ex.
           exit.

      * an add at the slot keyed-locate left in w-index, journaled
      * the way array:put-keyed journals it.
       apply-add.
           perform realloc thru realloc-ex.
           if w-index < w-array-length
              perform shift-the-array thru shift-the-array-ex
           else
              perform elem-offset thru elem-offset-ex
           end-if.
           set address of d-array to w-offset-ptr.
           move w-out-element(1:w-array-element-sz)
              to d-array(1:w-array-element-sz).
           add 1 to w-array-length.
           perform sync-registry thru sync-registry-ex.
           add 1 to w-apply-applied(1).

           perform journal-lookup thru journal-lookup-ex.
           if w-undo-on = 1
              move "I" to w-undo-type
              move w-index to w-undo-index
              perform undo-mark thru undo-mark-ex
           end-if.
           if w-journal-on = 1
              move "put-keyed" to w-journal-entry
              move w-index to w-journal-index
              move spaces to w-journal-before
              perform journal-capture-after
                 thru journal-capture-after-ex
              perform journal-write thru journal-write-ex
           end-if.
       apply-add-ex.
           exit.

      * a change to the master element at w-index: the flagged
      * fields only, journaled as an update.
       apply-change.
           perform journal-lookup thru journal-lookup-ex.
           if w-journal-on = 1 or w-undo-on = 1
              perform journal-capture-before
                 thru journal-capture-before-ex
           end-if.
           perform elem-offset thru elem-offset-ex.
           set address of d-array to w-offset-ptr.
           move 1 to w-f.
           perform until w-f > w-layout-count
              if w-apply-flag(w-f) = 1
                 move w-out-element(w-layout-offset(w-f) + 1:
                    w-layout-length(w-f))
                    to d-array(w-layout-offset(w-f) + 1:
                       w-layout-length(w-f))
              end-if
              add 1 to w-f
           end-perform.
           add 1 to w-apply-applied(2).
           if w-undo-on = 1
              move "U" to w-undo-type
              move w-index to w-undo-index
              perform undo-element thru undo-element-ex
           end-if.

           if w-journal-on = 1
              move "update" to w-journal-entry
              move w-index to w-journal-index
              perform journal-capture-after
                 thru journal-capture-after-ex
              perform journal-write thru journal-write-ex
           end-if.
       apply-change-ex.
           exit.

      * a delete of the master element at w-index, journaled the
      * way array:delete journals it.
       apply-delete.
           perform journal-lookup thru journal-lookup-ex.
           if w-journal-on = 1 or w-undo-on = 1
              perform journal-capture-before
                 thru journal-capture-before-ex
           end-if.
           perform shift-the-array-down thru shift-the-array-down-ex.
           subtract 1 from w-array-length.
           perform sync-registry thru sync-registry-ex.
           add 1 to w-apply-applied(3).
           if w-undo-on = 1
              move "D" to w-undo-type
              move w-index to w-undo-index
              perform undo-element thru undo-element-ex
           end-if.

           if w-journal-on = 1
              move "delete" to w-journal-entry
              move w-index to w-journal-index
              move spaces to w-journal-after
              perform journal-write thru journal-write-ex
           end-if.
       apply-delete-ex.
           exit.

      * turn the transaction in hand away: count it, put it on the
      * rejects array with its record number, action code and
      * reason, and on the exception report.
       apply-reject.
           if w-apply-act > 0
              add 1 to w-apply-rejected(w-apply-act)
           end-if.
           move w-apply-seq to w-apply-rec-out.
           move w-apply-action to w-apply-act-out.
           move w-apply-why to w-apply-why-out.
           move w-apply-rej-out
              to w-out-element(w-array-element-sz + 1:12).
           perform result-append thru result-append-ex.
           if w-apply-report = 1
              perform apply-reject-line thru apply-reject-line-ex
           end-if.
       apply-reject-ex.
           exit.

      * one exception-report line: the record number, its action
      * code, the reason in words and the key bytes, unprintable
      * bytes shown as a dot.
       apply-reject-line.
           if w-line-cnt >= PRINT-PAGE-LINES
              perform print-page-heading thru print-page-heading-ex
           end-if.
           move spaces to w-detail.
           move w-apply-seq to w-rec-edited.
           move w-rec-edited to w-detail(2:9).
           if w-apply-action < space
              move "." to w-detail(15:1)
           else
              move w-apply-action to w-detail(15:1)
           end-if.
           if w-apply-change-unmatched
              move "CHANGE - KEY NOT ON MASTER" to w-detail(21:26)
           end-if.
           if w-apply-delete-unmatched
              move "DELETE - KEY NOT ON MASTER" to w-detail(21:26)
           end-if.
           if w-apply-add-duplicate
              move "ADD - KEY ALREADY ON MASTER" to w-detail(21:27)
           end-if.
           if w-apply-bad-code
              move "INVALID ACTION CODE" to w-detail(21:19)
           end-if.
           if w-apply-bad-data
              move "INVALID FIELD DATA" to w-detail(21:18)
           end-if.
           move w-key-length to w-vl.
           if w-vl > 60
              move 60 to w-vl
           end-if.
           move 1 to w-vp.
           perform until w-vp > w-vl
              if w-out-element(w-key-offset + w-vp:1) < space
                 move "." to w-detail(51 + w-vp:1)
              else
                 move w-out-element(w-key-offset + w-vp:1)
                    to w-detail(51 + w-vp:1)
              end-if
              add 1 to w-vp
           end-perform.
           move w-detail to print-rec.
           write print-rec.
           add 1 to w-line-cnt.
           if w-print-status not = "00"
              set w-array-file-error to true
           end-if.
       apply-reject-line-ex.
           exit.

      * close the exception report with the counts: applied and
      * rejected per action, then the records with no valid action.
       apply-summary.
           if w-line-cnt + 7 > PRINT-PAGE-LINES
              perform print-page-heading thru print-page-heading-ex
           end-if.
           move spaces to print-rec.
           write print-rec.
           move spaces to w-detail.
           move "ACTION" to w-detail(2:6).
           move "APPLIED" to w-detail(24:7).
           move "REJECTED" to w-detail(34:8).
           move w-detail to print-rec.
           write print-rec.
           move 1 to w-apply-act.
           perform until w-apply-act > 3
              move spaces to w-detail
              if w-apply-act = 1
                 move "ADD" to w-detail(2:3)
              end-if
              if w-apply-act = 2
                 move "CHANGE" to w-detail(2:6)
              end-if
              if w-apply-act = 3
                 move "DELETE" to w-detail(2:6)
              end-if
              move w-apply-applied(w-apply-act) to w-rec-edited
              move w-rec-edited to w-detail(22:9)
              move w-apply-rejected(w-apply-act) to w-rec-edited
              move w-rec-edited to w-detail(33:9)
              move w-detail to print-rec
              write print-rec
              add 1 to w-apply-act
           end-perform.
           move spaces to w-detail.
           move "INVALID ACTION CODE" to w-detail(2:19).
           move w-apply-bad-action to w-rec-edited.
           move w-rec-edited to w-detail(33:9).
           move w-detail to print-rec.
           write print-rec.
           add 6 to w-line-cnt.
           if w-print-status not = "00"
              set w-array-file-error to true
           end-if.
       apply-summary-ex.
           exit.

      * open array:sort-file's input and check its control trailer:
      * the record size into w-sort-rec-sz, the records the input
      * holds into w-sort-total (a feed with no trailer is measured
      * by its size), whether a trailer was found into
      * w-sort-has-trl, and the file left positioned on the first
      * record - past the header of a checkpoint.
       sort-open-input.
           move 0 to w-sort-has-trl.
           if w-file-checkpoint
              open input array-file
              if w-file-status not = "00"
                 set w-array-file-error to true
                 exit paragraph
              end-if
              read array-file
                 at end
                 continue
              end-read
              if w-file-status not = "00" or fr-element-sz = 0
                 close array-file
                 set w-array-file-error to true
                 exit paragraph
              end-if
              close array-file
              move 0 to w-ctl-ok
              perform verify-checkpoint thru verify-checkpoint-ex
              if w-ctl-ok = 0
                 set w-array-ctl-mismatch to true
                 exit paragraph
              end-if
              move 1 to w-sort-has-trl
              open input array-file
              if w-file-status not = "00"
                 set w-array-file-error to true
                 exit paragraph
              end-if
              move 1 to w-sort-in-open
              read array-file
                 at end
                 continue
              end-read
              if w-file-status not = "00" or fr-element-sz = 0
                 set w-array-file-error to true
                 exit paragraph
              end-if
              move fr-element-sz to w-sort-rec-sz
              move fr-length to w-ctl-expect
              move fr-length to w-sort-total
              exit paragraph
           end-if

           perform verify-fixed-reclen thru verify-fixed-reclen-ex.
           if w-fix-reclen = 0
              set w-array-bad-index to true
              exit paragraph
           end-if
           move w-fix-reclen to w-sort-rec-sz.
           move spaces to w-fix-fname.
           move w-filename to w-fix-fname.
           move 1 to w-fix-access.
           call "CBL_OPEN_FILE" using w-fix-fname w-fix-access
              w-fix-deny w-fix-device w-fix-handle.
           if return-code not = 0
              set w-array-file-error to true
              exit paragraph
           end-if
           move 1 to w-sort-in-open.
           move 0 to w-ctl-found.
           if w-fix-reclen >= 8
              perform ctl-fixed-find thru ctl-fixed-find-ex
           end-if
           if w-ctl-found = 1
              perform ctl-fixed-image thru ctl-fixed-image-ex
              if w-ctl-ok = 1
                 perform ctl-fixed-verify thru ctl-fixed-verify-ex
              end-if
              if w-ctl-ok = 0
                 set w-array-ctl-mismatch to true
                 exit paragraph
              end-if
              move 1 to w-sort-has-trl
              compute w-sort-total = w-ctl-at / w-fix-reclen
           else
              move 0 to w-sort-total
              call "CBL_CHECK_FILE_EXIST" using w-fix-fname
                 w-sort-file-info
              if return-code = 0
                 compute w-sort-total =
                    w-sort-file-size / w-fix-reclen
              end-if
           end-if.
           move 0 to w-fix-offset.
       sort-open-input-ex.
           exit.

       sort-close-input.
           if w-sort-in-open = 1
              if w-file-checkpoint
                 close array-file
              else
                 call "CBL_CLOSE_FILE" using w-fix-handle
              end-if
              move 0 to w-sort-in-open
           end-if.
       sort-close-input-ex.
           exit.

      * the merge passes w-sort-total records in runs of w-sort-run
      * take: one per doubling of the run length until a single run
      * covers the file.
       sort-count-passes.
           move 0 to w-sort-passes.
           move w-sort-run to w-sort-len.
           perform until w-sort-len >= w-sort-total
              compute w-sort-len = w-sort-len * 2
              add 1 to w-sort-passes
           end-perform.
       sort-count-passes-ex.
           exit.

      * fill the run buffer in w-array with up to a run's worth of
      * input records. w-sort-eof goes 1 once the input is used up -
      * including when the run that just filled holds the last of
      * the records the input said it had, so an input of exactly
      * one run stays in the buffer and is written straight out.
       sort-read-run.
           move 0 to w-array-length.
           perform until w-array-length >= w-array-capacity
              or w-sort-eof = 1 or not w-array-ok
              perform sort-read-input thru sort-read-input-ex
              if w-sort-eof = 0
                 move w-array-length to w-index
                 perform elem-offset thru elem-offset-ex
                 set address of d-array to w-offset-ptr
                 move w-sort-rec-a(1:w-sort-rec-sz)
                    to d-array(1:w-sort-rec-sz)
                 add 1 to w-array-length
                 add 1 to w-sort-total
              end-if
           end-perform.
           if w-sort-expect > 0 and w-sort-total >= w-sort-expect
              move 1 to w-sort-eof
           end-if.
       sort-read-run-ex.
           exit.

      * the next input record into w-sort-rec-a: a checkpoint stops
      * at its header's count, a feed at its trailer or its last
      * whole record.
       sort-read-input.
           if w-file-checkpoint
              if w-sort-total >= w-ctl-expect
                 move 1 to w-sort-eof
                 exit paragraph
              end-if
              read array-file
                 at end
                 continue
              end-read
              if w-file-status not = "00"
                 set w-array-file-error to true
                 move 1 to w-sort-eof
                 exit paragraph
              end-if
              move fr-data(1:w-sort-rec-sz)
                 to w-sort-rec-a(1:w-sort-rec-sz)
              exit paragraph
           end-if

           if w-sort-has-trl = 1 and w-fix-offset >= w-ctl-at
              move 1 to w-sort-eof
              exit paragraph
           end-if
           move w-fix-reclen to w-fix-nbytes.
           move 0 to w-fix-flags.
           move spaces to w-sort-rec-a.
           call "CBL_READ_FILE" using w-fix-handle w-fix-offset
              w-fix-nbytes w-fix-flags w-sort-rec-a.
           if return-code not = 0
              move 1 to w-sort-eof
              exit paragraph
           end-if
           add w-fix-reclen to w-fix-offset.
       sort-read-input-ex.
           exit.

      * the work files sit beside the output: its name with .SW1 and
      * .SW2 on the end. both are created empty, read/write, the
      * first of them to take the sorted runs.
       sort-make-work.
           move 100 to w-sort-p.
           perform until w-sort-p = 0
              or w-b-filename(w-sort-p:1) not = space
              subtract 1 from w-sort-p
           end-perform.
           move spaces to w-sort-work-1.
           move spaces to w-sort-work-2.
           if w-sort-p > 0
              move w-b-filename(1:w-sort-p) to w-sort-work-1
              move w-b-filename(1:w-sort-p) to w-sort-work-2
           end-if
           move ".SW1" to w-sort-work-1(w-sort-p + 1:4).
           move ".SW2" to w-sort-work-2(w-sort-p + 1:4).
           move 3 to w-fix-access.
           call "CBL_CREATE_FILE" using w-sort-work-1 w-fix-access
              w-fix-deny w-fix-device w-sort-src-handle.
           if return-code not = 0
              set w-array-file-error to true
              exit paragraph
           end-if
           move 1 to w-sort-work-made.
           call "CBL_CREATE_FILE" using w-sort-work-2 w-fix-access
              w-fix-deny w-fix-device w-sort-dst-handle.
           if return-code not = 0
              set w-array-file-error to true
              exit paragraph
           end-if
           move 2 to w-sort-work-made.
           move 0 to w-sort-wr-offset.
       sort-make-work-ex.
           exit.

      * the sorted run in the buffer onto the end of the first work
      * file.
       sort-write-run.
           if w-sort-work-made = 0
              perform sort-make-work thru sort-make-work-ex
              if not w-array-ok
                 exit paragraph
              end-if
           end-if
           move w-sort-rec-sz to w-fix-nbytes.
           move 0 to w-fix-flags.
           move 0 to w-index.
           perform until w-index >= w-array-length
              perform elem-offset thru elem-offset-ex
              set address of d-array to w-offset-ptr
              call "CBL_WRITE_FILE" using w-sort-src-handle
                 w-sort-wr-offset w-fix-nbytes w-fix-flags d-array
              if return-code not = 0
                 set w-array-file-error to true
                 exit paragraph
              end-if
              add w-sort-rec-sz to w-sort-wr-offset
              add 1 to w-index
           end-perform.
       sort-write-run-ex.
           exit.

      * a file that fitted in one run: the buffer goes straight to
      * the output.
       sort-write-buffer.
           perform sort-open-output thru sort-open-output-ex.
           move 0 to w-index.
           perform until w-index >= w-array-length
              or not w-array-ok
              perform elem-offset thru elem-offset-ex
              set address of d-array to w-offset-ptr
              perform sort-put-output thru sort-put-output-ex
              add 1 to w-index
           end-perform.
           perform sort-close-output thru sort-close-output-ex.
       sort-write-buffer-ex.
           exit.

      * the merge passes. each reads runs of w-sort-len records off
      * the source work file and writes runs twice that long to the
      * other, whose handle then becomes the source; the pass that
      * leaves a single run writes the output instead.
       sort-merge-all.
           move w-sort-run to w-sort-len.
           move 0 to w-sort-final.
           perform until w-sort-len >= w-sort-total
              or not w-array-ok
              if w-sort-len * 2 >= w-sort-total
                 move 1 to w-sort-final
                 perform sort-open-output thru sort-open-output-ex
              end-if
              if w-array-ok
                 perform sort-merge-pass thru sort-merge-pass-ex
              end-if
              move w-sort-src-handle to w-sort-tmp-handle
              move w-sort-dst-handle to w-sort-src-handle
              move w-sort-tmp-handle to w-sort-dst-handle
              compute w-sort-len = w-sort-len * 2
           end-perform.
           if w-array-ok
              perform sort-close-output thru sort-close-output-ex
           end-if.
       sort-merge-all-ex.
           exit.

      * one merge pass: the runs are taken a pair at a time, the
      * second of a pair cut short (or missing) at the end of the
      * file.
       sort-merge-pass.
           move 0 to w-sort-wr-offset.
           move 0 to w-sort-start.
           perform until w-sort-start >= w-sort-total
              or not w-array-ok
              move w-sort-start to w-sort-a
              compute w-sort-a-end = w-sort-start + w-sort-len
              if w-sort-a-end > w-sort-total
                 move w-sort-total to w-sort-a-end
              end-if
              move w-sort-a-end to w-sort-b
              compute w-sort-b-end = w-sort-a-end + w-sort-len
              if w-sort-b-end > w-sort-total
                 move w-sort-total to w-sort-b-end
              end-if
              perform sort-merge-pair thru sort-merge-pair-ex
              move w-sort-b-end to w-sort-start
           end-perform.
       sort-merge-pass-ex.
           exit.

      * merge the run at w-sort-a with the run at w-sort-b, one
      * record in hand from each.
       sort-merge-pair.
           if w-sort-a < w-sort-a-end
              perform sort-fetch-a thru sort-fetch-a-ex
           end-if
           if w-sort-b < w-sort-b-end
              perform sort-fetch-b thru sort-fetch-b-ex
           end-if
           perform until not w-array-ok
              or (w-sort-a >= w-sort-a-end
              and w-sort-b >= w-sort-b-end)
              perform sort-pick thru sort-pick-ex
              if w-sort-take-a = 1
                 set address of d-array to address of w-sort-rec-a
                 perform sort-emit thru sort-emit-ex
                 add 1 to w-sort-a
                 if w-sort-a < w-sort-a-end and w-array-ok
                    perform sort-fetch-a thru sort-fetch-a-ex
                 end-if
              else
                 set address of d-array to address of w-sort-rec-b
                 perform sort-emit thru sort-emit-ex
                 add 1 to w-sort-b
                 if w-sort-b < w-sort-b-end and w-array-ok
                    perform sort-fetch-b thru sort-fetch-b-ex
                 end-if
              end-if
           end-perform.
       sort-merge-pair-ex.
           exit.

      * record w-sort-a (w-sort-b) of the source work file into
      * w-sort-rec-a (w-sort-rec-b).
       sort-fetch-a.
           compute w-sort-rd-offset = w-sort-a * w-sort-rec-sz.
           move w-sort-rec-sz to w-fix-nbytes.
           move 0 to w-fix-flags.
           call "CBL_READ_FILE" using w-sort-src-handle
              w-sort-rd-offset w-fix-nbytes w-fix-flags w-sort-rec-a.
           if return-code not = 0
              set w-array-file-error to true
           end-if.
       sort-fetch-a-ex.
           exit.

       sort-fetch-b.
           compute w-sort-rd-offset = w-sort-b * w-sort-rec-sz.
           move w-sort-rec-sz to w-fix-nbytes.
           move 0 to w-fix-flags.
           call "CBL_READ_FILE" using w-sort-src-handle
              w-sort-rd-offset w-fix-nbytes w-fix-flags w-sort-rec-b.
           if return-code not = 0
              set w-array-file-error to true
           end-if.
       sort-fetch-b-ex.
           exit.

      * which of the two records in hand goes next: w-sort-take-a 1
      * for the first run's, 0 for the second's - the first run's
      * on equal keys.
       sort-pick.
           move 1 to w-sort-take-a.
           if w-sort-a >= w-sort-a-end
              move 0 to w-sort-take-a
              exit paragraph
           end-if
           if w-sort-b >= w-sort-b-end
              exit paragraph
           end-if
           if w-descending = 0
              if w-sort-rec-b(w-key-offset + 1:w-key-length)
                 < w-sort-rec-a(w-key-offset + 1:w-key-length)
                 move 0 to w-sort-take-a
              end-if
           else
              if w-sort-rec-b(w-key-offset + 1:w-key-length)
                 > w-sort-rec-a(w-key-offset + 1:w-key-length)
                 move 0 to w-sort-take-a
              end-if
           end-if.
       sort-pick-ex.
           exit.

      * the merged record d-array is mapped to goes onto the output
      * on the last pass, onto the end of the destination work file
      * on the others - one heartbeat tick either way, with the
      * operator's cancel honoured at the record boundary.
       sort-emit.
           if w-sort-final = 1
              perform sort-put-output thru sort-put-output-ex
           else
              move w-sort-rec-sz to w-fix-nbytes
              move 0 to w-fix-flags
              call "CBL_WRITE_FILE" using w-sort-dst-handle
                 w-sort-wr-offset w-fix-nbytes w-fix-flags d-array
              if return-code not = 0
                 set w-array-file-error to true
              end-if
              add w-sort-rec-sz to w-sort-wr-offset
           end-if
           perform progress-tick thru progress-tick-ex.
           if w-progress-cancel = 1
              set w-array-cancelled to true
           end-if.
       sort-emit-ex.
           exit.

      * open the output checkpoint under l-b-filename and put its
      * header on it, then set up the trailer count: under the
      * input trailer's own hash slice and sums when it had one,
      * otherwise over the key slice and, for a feed, its numeric
      * fields.
       sort-open-output.
           move w-b-filename to w-filename.
           open output array-file.
           if w-file-status not = "00"
              set w-array-file-error to true
              exit paragraph
           end-if
           move 1 to w-sort-out-open.
           move 1 to w-sort-out-made.
           initialize array-file-rec.
           move w-sort-rec-sz to fr-element-sz.
           move w-sort-total to fr-length.
           move w-sort-total to fr-capacity.
           write array-file-rec.
           if w-file-status not = "00"
              set w-array-file-error to true
              exit paragraph
           end-if

           if w-sort-has-trl = 1
              perform ctl-verify-begin thru ctl-verify-begin-ex
           else
              initialize w-ctl-trailer
              move w-key-offset to w-ctl-hash-offset
              move w-key-length to w-ctl-hash-length
              perform ctl-b-layout-sums thru ctl-b-layout-sums-ex
              perform ctl-zero thru ctl-zero-ex
           end-if.
       sort-open-output-ex.
           exit.

      * the record d-array is mapped to onto the output, and into
      * its trailer count.
       sort-put-output.
           initialize array-file-rec.
           move d-array(1:w-sort-rec-sz) to fr-data(1:w-sort-rec-sz).
           write array-file-rec.
           if w-file-status not = "00"
              set w-array-file-error to true
              exit paragraph
           end-if
           perform ctl-accumulate thru ctl-accumulate-ex.
       sort-put-output-ex.
           exit.

      * finish the output: its count must agree with the input's
      * trailer when there was one - records lost or mangled on the
      * work files leave ctl-mismatch - and the trailer goes on as
      * the last record.
       sort-close-output.
           if w-sort-has-trl = 1
              perform ctl-verify-end thru ctl-verify-end-ex
              if w-ctl-ok = 0
                 set w-array-ctl-mismatch to true
                 exit paragraph
              end-if
           end-if
           move 1 to w-section-ok.
           perform ctl-put-record thru ctl-put-record-ex.
           if w-section-ok = 0
              set w-array-file-error to true
              exit paragraph
           end-if
           close array-file.
           move 0 to w-sort-out-open.
       sort-close-output-ex.
           exit.

      * whatever array:sort-file leaves behind on the way out: the
      * run buffer, the work files, and - when it did not finish
      * ok - the partial output, so nothing half-sorted is picked
      * up by the next step.
       sort-release.
           perform sort-close-input thru sort-close-input-ex.
           if w-array-ptr not = null
              call "m$free" using w-array-ptr
              set w-array-ptr to null
           end-if
           if w-sort-work-made > 0
              call "CBL_CLOSE_FILE" using w-sort-src-handle
              if w-sort-work-made > 1
                 call "CBL_CLOSE_FILE" using w-sort-dst-handle
              end-if
              call "CBL_DELETE_FILE" using w-sort-work-1
              call "CBL_DELETE_FILE" using w-sort-work-2
              move 0 to w-sort-work-made
           end-if
           if w-sort-out-open = 1
              close array-file
              move 0 to w-sort-out-open
           end-if
           if w-sort-out-made = 1 and not w-array-ok
              move spaces to w-fix-fname
              move w-b-filename to w-fix-fname
              call "CBL_DELETE_FILE" using w-fix-fname
           end-if
           move 0 to w-sort-out-made.
       sort-release-ex.
           exit.

      * worst-case delimited width of one audit line under w-layout:
      * the stamp, names and index, plus the widest field twice
      * over (old and new) - every text byte doubled plus quotes,
      * 21 for a numeric. left in w-csv-cap.
       audit-csv-capacity.
           move 21 to w-csv-cap.
           move 1 to w-f.
           perform until w-f > w-layout-count
              if w-layout-text(w-f)
                 if 2 * w-layout-length(w-f) + 2 > w-csv-cap
                    compute w-csv-cap = 2 * w-layout-length(w-f) + 2
                 end-if
              end-if
              add 1 to w-f
           end-perform.
           compute w-csv-cap = 2 * w-csv-cap + 250.
       audit-csv-capacity-ex.
           exit.

      * one journal record: its type number, the filters, then the
      * lines the type calls for.
       audit-one.
           perform audit-type-of thru audit-type-of-ex.
           perform audit-select thru audit-select-ex.
           if w-audit-take = 0
              exit paragraph
           end-if
           if w-audit-type < 6
              move jr-element-sz to w-array-element-sz
              perform check-layout thru check-layout-ex
              if not w-array-ok
                 set w-array-size-mismatch to true
                 exit paragraph
              end-if
           end-if
           add 1 to w-audit-listed(w-audit-type).

           move 1 to w-audit-first.
           move jr-date(1:4) to w-audit-yyyy.
           move jr-date(5:2) to w-audit-mm.
           move jr-date(7:2) to w-audit-dd.
           move jr-time(1:2) to w-audit-hh.
           move jr-time(3:2) to w-audit-mi.
           move jr-time(5:2) to w-audit-ss.

           move 0 to w-audit-show-old.
           move 0 to w-audit-show-new.
           if w-audit-type < 4
              move 1 to w-audit-show-new
              perform audit-all-fields thru audit-all-fields-ex
           else
              if w-audit-type = 5
                 move 1 to w-audit-show-old
                 perform audit-all-fields thru audit-all-fields-ex
              else
                 if w-audit-type = 4
                    perform audit-changed-fields
                       thru audit-changed-fields-ex
                 else
                    perform audit-event thru audit-event-ex
                 end-if
              end-if
           end-if.
       audit-one-ex.
           exit.

      * the type number of the journal record in hand, 12 when its
      * entry name is none of the known ones.
       audit-type-of.
           move 12 to w-audit-type.
           move 1 to w-audit-t.
           perform until w-audit-t > 11
              if w-audit-type-code(w-audit-t) not = spaces
                 and jr-entry = w-audit-type-code(w-audit-t)
                 move w-audit-t to w-audit-type
                 exit perform
              end-if
              add 1 to w-audit-t
           end-perform.
       audit-type-of-ex.
           exit.

      * do l-audit's filters let the record in hand through?
      * verdict in w-audit-take.
       audit-select.
           move 1 to w-audit-take.
           if w-audit-type-flags not = spaces
              if w-audit-type-flag(w-audit-type) = space
                 move 0 to w-audit-take
                 exit paragraph
              end-if
           end-if
           if w-audit-type > 5 and w-audit-type < 11
              exit paragraph
           end-if
           if jr-index < w-audit-from-index
              or (w-audit-to-index > 0
                 and jr-index > w-audit-to-index)
              move 0 to w-audit-take
              exit paragraph
           end-if
           if w-audit-key-length > 0
              if jr-before(w-audit-key-offset + 1:w-audit-key-length)
                 not = w-audit-key-value(1:w-audit-key-length)
                 and jr-after(w-audit-key-offset + 1:
                    w-audit-key-length)
                 not = w-audit-key-value(1:w-audit-key-length)
                 move 0 to w-audit-take
              end-if
           end-if.
       audit-select-ex.
           exit.

      * every layout field, from the images w-audit-show-old /
      * w-audit-show-new name.
       audit-all-fields.
           move 1 to w-f.
           perform until w-f > w-layout-count or not w-array-ok
              perform audit-field-line thru audit-field-line-ex
              add 1 to w-f
           end-perform.
       audit-all-fields-ex.
           exit.

      * the layout fields an update changed, old and new; an update
      * that changed no layout field still shows as an event.
       audit-changed-fields.
           move 1 to w-audit-show-old.
           move 1 to w-audit-show-new.
           move 0 to w-audit-changed.
           move 1 to w-f.
           perform until w-f > w-layout-count or not w-array-ok
              if jr-before(w-layout-offset(w-f) + 1:
                 w-layout-length(w-f))
                 not = jr-after(w-layout-offset(w-f) + 1:
                    w-layout-length(w-f))
                 perform audit-field-line thru audit-field-line-ex
                 add 1 to w-audit-changed
              end-if
              add 1 to w-f
           end-perform.
           if w-audit-changed = 0
              move "NO FIELD CHANGED" to w-audit-fld
              move spaces to w-audit-old
              move spaces to w-audit-new
              perform audit-event-line thru audit-event-line-ex
           end-if.
       audit-changed-fields-ex.
           exit.

      * a record that is not about one element: a sort or a
      * cancelled sort shows its key slice (offset/length) and
      * direction, anything else - a unit-of-work marker among
      * them - just its stamp and entry.
       audit-event.
           move spaces to w-audit-fld.
           move spaces to w-audit-old.
           move spaces to w-audit-new.
           if w-audit-type = 6 or w-audit-type = 7
              move "KEY SLICE" to w-audit-fld
              move jr-key-offset to w-audit-slice-off
              move jr-key-length to w-audit-slice-len
              move w-audit-slice-out to w-audit-old
              if jr-descending = 1
                 move "DESCENDING" to w-audit-new
              else
                 move "ASCENDING" to w-audit-new
              end-if
           end-if.
           perform audit-event-line thru audit-event-line-ex.
       audit-event-ex.
           exit.

      * one line for layout field w-f.
       audit-field-line.
           move 1 to w-audit-is-field.
           move w-layout-heading(w-f) to w-audit-fld.
           move spaces to w-audit-old.
           move spaces to w-audit-new.
           if w-audit-show-old = 1
              set address of d-array to address of jr-before
              perform audit-format thru audit-format-ex
              move w-audit-val to w-audit-old
           end-if
           if w-audit-show-new = 1
              set address of d-array to address of jr-after
              perform audit-format thru audit-format-ex
              move w-audit-val to w-audit-new
           end-if
           perform audit-put-line thru audit-put-line-ex.
       audit-field-line-ex.
           exit.

      * one line from the staged field name and old/new text.
       audit-event-line.
           move 0 to w-audit-is-field.
           perform audit-put-line thru audit-put-line-ex.
       audit-event-line-ex.
           exit.

      * the staged line onto whichever of the listing and the
      * delimited copy are open.
       audit-put-line.
           if w-audit-rpt = 1
              perform audit-print-line thru audit-print-line-ex
           end-if
           if w-audit-csv = 1
              perform audit-csv-line thru audit-csv-line-ex
           end-if.
       audit-put-line-ex.
           exit.

      * layout field w-f of the image d-array is mapped to as it
      * prints in a value column: text as-is, cut to the column,
      * numerics and dates formatted and right-aligned.
       audit-format.
           move spaces to w-audit-val.
           if w-layout-text(w-f)
              move w-layout-length(w-f) to w-vl
              if w-vl > 22
                 move 22 to w-vl
              end-if
              move d-array(w-layout-offset(w-f) + 1:w-vl)
                 to w-audit-val(1:w-vl)
           else
              move w-layout-offset(w-f) to w-fld-offset
              move w-layout-length(w-f) to w-fld-length
              move w-layout-type(w-f) to w-field-type
              perform extract-field thru extract-field-ex
              if w-field-date
                 perform format-date thru format-date-ex
              else
                 move w-layout-decimals(w-f) to w-num-decimals
                 perform format-number thru format-number-ex
              end-if
              if w-num-text-len > 0
                 compute w-col2 = 23 - w-num-text-len
                 move w-num-text(1:w-num-text-len)
                    to w-audit-val(w-col2:w-num-text-len)
              end-if
           end-if.
       audit-format-ex.
           exit.

      * the staged line onto the listing. the first line of an
      * event, and the first on a new page, carries the stamp.
       audit-print-line.
           if w-line-cnt >= PRINT-PAGE-LINES
              perform print-page-heading thru print-page-heading-ex
              move 1 to w-audit-first
           end-if.
           move spaces to w-detail.
           if w-audit-first = 1
              move w-audit-seq to w-rec-edited
              move w-rec-edited to w-detail(2:9)
              move w-audit-date-out to w-detail(12:10)
              move w-audit-time-out to w-detail(23:8)
              move jr-user to w-detail(32:10)
              move jr-entry to w-detail(43:9)
              if w-audit-type < 6
                 move jr-index to w-rec-edited
                 move w-rec-edited to w-detail(53:9)
              end-if
              move 0 to w-audit-first
           end-if.
           move w-audit-fld to w-detail(64:20).
           move w-audit-old to w-detail(86:22).
           move w-audit-new to w-detail(110:22).
           move w-detail to print-rec.
           write print-rec.
           add 1 to w-line-cnt.
           if w-print-status not = "00"
              set w-array-file-error to true
           end-if.
       audit-print-line-ex.
           exit.

      * the staged line onto the delimited copy: sequence, date,
      * time, user, array name, entry, index, field, old, new. a
      * field line takes its values whole from the images, the way
      * array:save-csv would write them.
       audit-csv-line.
           move spaces to w-csv-line.
           move 1 to w-csv-pos.
           move w-audit-seq to w-field-value.
           move 0 to w-num-decimals.
           perform format-number thru format-number-ex.
           move w-num-text(1:w-num-text-len)
              to w-csv-line(w-csv-pos:w-num-text-len).
           add w-num-text-len to w-csv-pos.
           perform audit-csv-comma thru audit-csv-comma-ex.
           move w-audit-date-out to w-csv-line(w-csv-pos:10).
           add 10 to w-csv-pos.
           perform audit-csv-comma thru audit-csv-comma-ex.
           move w-audit-time-out to w-csv-line(w-csv-pos:8).
           add 8 to w-csv-pos.
           perform audit-csv-comma thru audit-csv-comma-ex.
           move jr-user to w-audit-txt.
           perform audit-csv-quote thru audit-csv-quote-ex.
           move jr-name to w-audit-txt.
           perform audit-csv-quote thru audit-csv-quote-ex.
           move jr-entry to w-audit-txt.
           perform audit-csv-quote thru audit-csv-quote-ex.
           if w-audit-type < 6
              move jr-index to w-field-value
              move 0 to w-num-decimals
              perform format-number thru format-number-ex
              move w-num-text(1:w-num-text-len)
                 to w-csv-line(w-csv-pos:w-num-text-len)
              add w-num-text-len to w-csv-pos
           end-if
           perform audit-csv-comma thru audit-csv-comma-ex.
           move w-audit-fld to w-audit-txt.
           perform audit-csv-quote thru audit-csv-quote-ex.

           if w-audit-is-field = 1
              if w-audit-show-old = 1
                 set address of d-array to address of jr-before
                 perform audit-csv-value thru audit-csv-value-ex
              end-if
              perform audit-csv-comma thru audit-csv-comma-ex
              if w-audit-show-new = 1
                 set address of d-array to address of jr-after
                 perform audit-csv-value thru audit-csv-value-ex
              end-if
           else
              move w-audit-old to w-audit-txt
              perform audit-csv-quote thru audit-csv-quote-ex
              move w-audit-new to w-audit-txt
              perform audit-csv-quote thru audit-csv-quote-ex
      * the quote paragraph closes every value with a comma - the
      * last one does not want it.
              subtract 1 from w-csv-pos
              move space to w-csv-line(w-csv-pos:1)
           end-if.

           move w-csv-line to csv-rec.
           write csv-rec.
           if w-csv-status not = "00"
              set w-array-file-error to true
           end-if.
       audit-csv-line-ex.
           exit.

       audit-csv-comma.
           move "," to w-csv-line(w-csv-pos:1).
           add 1 to w-csv-pos.
       audit-csv-comma-ex.
           exit.

      * w-audit-txt, trailing spaces dropped, quoted with any
      * embedded quote doubled, then the comma - nothing but the
      * comma when it is blank.
       audit-csv-quote.
           move 30 to w-audit-txt-len.
           perform until w-audit-txt-len = 0
              or w-audit-txt(w-audit-txt-len:1) not = space
              subtract 1 from w-audit-txt-len
           end-perform.
           if w-audit-txt-len > 0
              move quote to w-csv-line(w-csv-pos:1)
              add 1 to w-csv-pos
              move 1 to w-scan-p
              perform until w-scan-p > w-audit-txt-len
                 if w-audit-txt(w-scan-p:1) = quote
                    move quote to w-csv-line(w-csv-pos:1)
                    add 1 to w-csv-pos
                 end-if
                 move w-audit-txt(w-scan-p:1)
                    to w-csv-line(w-csv-pos:1)
                 add 1 to w-csv-pos
                 add 1 to w-scan-p
              end-perform
              move quote to w-csv-line(w-csv-pos:1)
              add 1 to w-csv-pos
           end-if
           perform audit-csv-comma thru audit-csv-comma-ex.
       audit-csv-quote-ex.
           exit.

      * layout field w-f of the image d-array is mapped to, as
      * array:save-csv writes it.
       audit-csv-value.
           if w-layout-text(w-f)
              perform csv-put-text thru csv-put-text-ex
           else
              perform csv-put-number thru csv-put-number-ex
           end-if.
       audit-csv-value-ex.
           exit.

      * close the listing with the records listed per entry type
      * and the records read.
       audit-summary.
           if w-line-cnt + 15 > PRINT-PAGE-LINES
              perform print-page-heading thru print-page-heading-ex
           end-if.
           move spaces to print-rec.
           write print-rec.
           move spaces to w-detail.
           move "ENTRY TYPE" to w-detail(2:10).
           move "LISTED" to w-detail(25:6).
           move w-detail to print-rec.
           write print-rec.
           add 2 to w-line-cnt.
           move 1 to w-audit-t.
           perform until w-audit-t > 12
              if w-audit-type-label(w-audit-t) not = spaces
                 move spaces to w-detail
                 move w-audit-type-label(w-audit-t) to w-detail(2:12)
                 move w-audit-listed(w-audit-t) to w-rec-edited
                 move w-rec-edited to w-detail(22:9)
                 move w-detail to print-rec
                 write print-rec
                 add 1 to w-line-cnt
              end-if
              add 1 to w-audit-t
           end-perform.
           move spaces to w-detail.
           move "RECORDS READ" to w-detail(2:12).
           move w-audit-read to w-rec-edited.
           move w-rec-edited to w-detail(22:9).
           move w-detail to print-rec.
           write print-rec.
           add 1 to w-line-cnt.
           if w-print-status not = "00"
              set w-array-file-error to true
           end-if.
       audit-summary-ex.
           exit.

      * an entry on its way in: note the time of day when the
      * profile is on. profile-leave works out the call's name of
      * array only when the exit path says the descriptor in w-array
      * is the caller's.
       profile-enter.
           move 0 to w-profile-named.
           if w-profile-on = 0
              exit paragraph
           end-if
           accept w-profile-clock from time.
           compute w-profile-cs0 = w-profile-hh * 360000
              + w-profile-mi * 6000 + w-profile-ss * 100
              + w-profile-cc.
       profile-enter-ex.
           exit.

      * an entry on its way out, named in w-trace-entry, with its
      * verdict in w-profile-ok: book the call against its row. a
      * call that runs past midnight is timed across it.
       profile-leave.
           if w-profile-on = 0
              exit paragraph
           end-if
           accept w-profile-clock from time.
           compute w-profile-cs1 = w-profile-hh * 360000
              + w-profile-mi * 6000 + w-profile-ss * 100
              + w-profile-cc.
           if w-profile-cs1 < w-profile-cs0
              add 8640000 to w-profile-cs1
           end-if.
           compute w-profile-elapsed = w-profile-cs1 - w-profile-cs0.

           perform profile-storage thru profile-storage-ex.
           perform profile-elements thru profile-elements-ex.
           move spaces to w-profile-name.
           if w-profile-named = 1
              perform find-registry-slot thru find-registry-slot-ex
              if w-registry-idx <= w-registry-max
                 move w-registry-name(w-registry-idx) to w-profile-name
              end-if
           end-if.
           perform profile-book thru profile-book-ex.
       profile-leave-ex.
           exit.

      * what the registry's live arrays hold between them: the bytes
      * allocated (capacity times element size) in w-profile-bytes,
      * kept as the peak when it is the most yet, and the elements
      * in w-profile-held.
       profile-storage.
           move 0 to w-profile-bytes.
           move 0 to w-profile-held.
           move 1 to w-profile-k.
           perform until w-profile-k > w-registry-max
              if w-registry-ptr(w-profile-k) not = null
                 compute w-profile-bytes = w-profile-bytes
                    + w-registry-capacity(w-profile-k)
                    * w-registry-element-sz(w-profile-k)
                 add w-registry-length(w-profile-k) to w-profile-held
              end-if
              add 1 to w-profile-k
           end-perform.
           if w-profile-bytes > w-profile-peak
              move w-profile-bytes to w-profile-peak
           end-if.
       profile-storage-ex.
           exit.

      * the elements the call processed, by its entry's kind in
      * w-profile-kind-tbl. a single-element or range call that
      * failed processed nothing.
       profile-elements.
           move 2 to w-profile-kind.
           move 1 to w-profile-k.
           perform until w-profile-k > 31
              if w-profile-kind-name(w-profile-k) = w-trace-entry
                 move w-profile-kind-code(w-profile-k)
                    to w-profile-kind
                 exit perform
              end-if
              add 1 to w-profile-k
           end-perform.

           move 0 to w-profile-elements.
           if w-profile-kind = 1 and w-profile-ok = 1
              move 1 to w-profile-elements
           end-if.
           if w-profile-kind = 2
              move w-array-length to w-profile-elements
           end-if.
           if w-profile-kind = 3
              move w-profile-held to w-profile-elements
           end-if.
           if w-profile-kind = 4
              move w-count to w-profile-elements
           end-if.
           if w-profile-kind = 5 and w-profile-ok = 1
              compute w-profile-elements = w-to - w-from + 1
           end-if.
           if w-profile-kind = 6
              move w-audit-read to w-profile-elements
           end-if.
           if w-profile-kind = 7
              move w-apply-seq to w-profile-elements
           end-if.
       profile-elements-ex.
           exit.

      * add the call to the row for its entry point and array name,
      * opening the row the first time the pair is seen. the last
      * row is kept back for the pairs that no longer fit, under an
      * entry name of its own.
       profile-book.
           move 1 to w-profile-r.
           perform until w-profile-r > w-profile-rows
              if w-pf-entry(w-profile-r) = w-trace-entry
                 and w-pf-name(w-profile-r) = w-profile-name
                 exit perform
              end-if
              add 1 to w-profile-r
           end-perform.
           if w-profile-r > w-profile-rows
              if w-profile-rows < 199
                 add 1 to w-profile-rows
                 move w-profile-rows to w-profile-r
                 move w-trace-entry to w-pf-entry(w-profile-r)
                 move w-profile-name to w-pf-name(w-profile-r)
              else
                 move 200 to w-profile-r
                 if w-profile-rows < 200
                    move 200 to w-profile-rows
                    move "(OVERFLOW)" to w-pf-entry(w-profile-r)
                    move spaces to w-pf-name(w-profile-r)
                 end-if
              end-if
           end-if.
           add 1 to w-pf-calls(w-profile-r).
           add w-profile-elapsed to w-pf-elapsed(w-profile-r).
           add w-profile-elements to w-pf-elements(w-profile-r).
           if w-profile-ok = 0
              add 1 to w-pf-bad(w-profile-r)
           end-if.
       profile-book-ex.
           exit.

      * the print copy of the table summed per entry point, with the
      * array name left blank.
       profile-by-entry.
           initialize w-profile-prt-tbl.
           move 0 to w-profile-prt-rows.
           move 1 to w-profile-r.
           perform until w-profile-r > w-profile-rows
              move 1 to w-profile-k
              perform until w-profile-k > w-profile-prt-rows
                 if w-pp-entry(w-profile-k) = w-pf-entry(w-profile-r)
                    exit perform
                 end-if
                 add 1 to w-profile-k
              end-perform
              if w-profile-k > w-profile-prt-rows
                 add 1 to w-profile-prt-rows
                 move w-pf-entry(w-profile-r) to w-pp-entry(w-profile-k)
              end-if
              add w-pf-calls(w-profile-r) to w-pp-calls(w-profile-k)
              add w-pf-elapsed(w-profile-r)
                 to w-pp-elapsed(w-profile-k)
              add w-pf-elements(w-profile-r)
                 to w-pp-elements(w-profile-k)
              add w-pf-bad(w-profile-r) to w-pp-bad(w-profile-k)
              add 1 to w-profile-r
           end-perform.
       profile-by-entry-ex.
           exit.

      * print the rows of the print copy under the caption in
      * w-profile-caption, largest elapsed time first (first in the
      * table on a tie).
       profile-section.
           if w-line-cnt + 4 > PRINT-PAGE-LINES
              perform print-page-heading thru print-page-heading-ex
           end-if.
           move spaces to print-rec.
           write print-rec.
           move spaces to w-detail.
           move w-profile-caption to w-detail(2:40).
           move w-detail to print-rec.
           write print-rec.
           move spaces to print-rec.
           write print-rec.
           add 3 to w-line-cnt.

           move 1 to w-profile-k.
           perform until w-profile-k > w-profile-prt-rows
              move 0 to w-pp-done(w-profile-k)
              add 1 to w-profile-k
           end-perform.
           perform profile-pick thru profile-pick-ex.
           perform until w-profile-top = 0
              move 1 to w-pp-done(w-profile-top)
              perform profile-line thru profile-line-ex
              perform profile-pick thru profile-pick-ex
           end-perform.
       profile-section-ex.
           exit.

      * the row of the print copy with the largest elapsed time not
      * printed yet into w-profile-top, zero when all are printed.
       profile-pick.
           move 0 to w-profile-top.
           move 1 to w-profile-k.
           perform until w-profile-k > w-profile-prt-rows
              if w-pp-done(w-profile-k) = 0
                 if w-profile-top = 0
                    move w-profile-k to w-profile-top
                 else
                    if w-pp-elapsed(w-profile-k)
                       > w-pp-elapsed(w-profile-top)
                       move w-profile-k to w-profile-top
                    end-if
                 end-if
              end-if
              add 1 to w-profile-k
           end-perform.
       profile-pick-ex.
           exit.

      * one row of the print copy, w-profile-top, as a report line.
       profile-line.
           if w-line-cnt >= PRINT-PAGE-LINES
              perform print-page-heading thru print-page-heading-ex
           end-if.
           move spaces to w-detail.
           move w-pp-entry(w-profile-top) to w-detail(2:20).
           move w-pp-name(w-profile-top) to w-detail(23:30).
           move w-pp-calls(w-profile-top) to w-rec-edited.
           move w-rec-edited to w-detail(54:9).
           compute w-profile-secs = w-pp-elapsed(w-profile-top) / 100.
           move w-profile-secs to w-detail(64:14).
           move 0 to w-profile-pct.
           if w-profile-total > 0
              compute w-profile-pct rounded =
                 w-pp-elapsed(w-profile-top) * 100 / w-profile-total
           end-if.
           move w-profile-pct to w-detail(80:5).
           move w-pp-elements(w-profile-top) to w-profile-edited.
           move w-profile-edited to w-detail(86:15).
           move w-pp-bad(w-profile-top) to w-rec-edited.
           move w-rec-edited to w-detail(102:9).
           move w-detail to print-rec.
           write print-rec.
           add 1 to w-line-cnt.
       profile-line-ex.
           exit.

      * the totals over every call, the peak storage and when the
      * profile was started.
       profile-footer.
           if w-line-cnt + 6 > PRINT-PAGE-LINES
              perform print-page-heading thru print-page-heading-ex
           end-if.
           move spaces to print-rec.
           write print-rec.
           move spaces to w-detail.
           move "TOTAL" to w-detail(2:5).
           move w-profile-calls to w-rec-edited.
           move w-rec-edited to w-detail(54:9).
           compute w-profile-secs = w-profile-total / 100.
           move w-profile-secs to w-detail(64:14).
           move 0 to w-profile-pct.
           if w-profile-total > 0
              move 100 to w-profile-pct
           end-if.
           move w-profile-pct to w-detail(80:5).
           move w-profile-tot-elements to w-profile-edited.
           move w-profile-edited to w-detail(86:15).
           move w-profile-tot-bad to w-rec-edited.
           move w-rec-edited to w-detail(102:9).
           move w-detail to print-rec.
           write print-rec.

           move spaces to print-rec.
           write print-rec.
           move spaces to w-detail.
           move "PEAK REGISTRY STORAGE (BYTES)" to w-detail(2:29).
           move w-profile-peak to w-profile-edited.
           move w-profile-edited to w-detail(86:15).
           move w-detail to print-rec.
           write print-rec.

           move spaces to w-detail.
           move "PROFILED SINCE" to w-detail(2:14).
           move w-profile-start-date(1:4) to w-detail(23:4).
           move "-" to w-detail(27:1).
           move w-profile-start-date(5:2) to w-detail(28:2).
           move "-" to w-detail(30:1).
           move w-profile-start-date(7:2) to w-detail(31:2).
           move w-profile-start-time(1:2) to w-detail(34:2).
           move ":" to w-detail(36:1).
           move w-profile-start-time(3:2) to w-detail(37:2).
           move ":" to w-detail(39:1).
           move w-profile-start-time(5:2) to w-detail(40:2).
           move w-detail to print-rec.
           write print-rec.
           add 4 to w-line-cnt.
       profile-footer-ex.
           exit.

      * read the stored profile named in the descriptor, if any,
      * into w-dp-base-tbl - one record per layout field of the run
      * that stored it.
       dp-read-base.
           move 0 to w-dp-base-count.
           if w-dprof-base-file = spaces
              exit paragraph
           end-if
           move w-dprof-base-file to w-dp-filename.
           open input profile-file.
           if w-dp-status not = "00"
              set w-array-file-error to true
              exit paragraph
           end-if
           perform until w-dp-base-count >= 32
              read profile-file
                 at end
                 continue
              end-read
              if w-dp-status = "10"
                 exit perform
              end-if
              if w-dp-status not = "00"
                 set w-array-file-error to true
                 exit perform
              end-if
              add 1 to w-dp-base-count
              move pr-dpstat to w-dp-base-rec(w-dp-base-count)
           end-perform.
           close profile-file.
       dp-read-base-ex.
           exit.

      * close whatever the run opened and give back the scratch
      * array.
       dp-release.
           if w-dp-print-open = 1
              close print-file
              move 0 to w-dp-print-open
           end-if.
           if w-dp-save-open = 1
              close profile-file
              move 0 to w-dp-save-open
           end-if.
           if w-dp-array-ptr not = null
              call "m$free" using w-dp-array-ptr
              set w-dp-array-ptr to null
           end-if.
       dp-release-ex.
           exit.

      * profile layout field w-dp-f: measure it, compare it with the
      * stored field, print its section and store it.
       dp-field.
           initialize w-dpstat.
           move w-layout-heading(w-dp-f) to w-dpstat-heading.
           move w-layout-type(w-dp-f) to w-dpstat-type.
           move w-layout-decimals(w-dp-f) to w-dpstat-decimals.
           move w-layout-length(w-dp-f) to w-dpstat-length.
           move 0 to w-dp-has-base.
           if w-dp-f <= w-dp-base-count
              move w-dp-base-rec(w-dp-f) to w-base-dpstat
              if w-base-dpstat-heading = w-dpstat-heading
                 and w-base-dpstat-type = w-dpstat-type
                 and w-base-dpstat-length = w-dpstat-length
                 and w-base-dpstat-decimals = w-dpstat-decimals
                 move 1 to w-dp-has-base
              end-if
           end-if.
           move 0 to w-dp-new-count.
           move 0 to w-dp-new-total.
           move 0 to w-dp-drift-count.

           perform dp-scratch thru dp-scratch-ex.
           if not w-array-ok
              exit paragraph
           end-if
           perform dp-fill thru dp-fill-ex.
           perform dp-sort thru dp-sort-ex.
           call "m$free" using w-dp-array-ptr.
           set w-dp-array-ptr to null.
           if not w-array-ok
              exit paragraph
           end-if

           if w-dp-has-base = 1
              if w-dpstat-type = 0
                 perform dp-compare-text thru dp-compare-text-ex
              else
                 perform dp-compare-number thru dp-compare-number-ex
              end-if
           end-if.
           if w-dp-drift-count > 0
              add 1 to w-dprof-drifted
              move "Y" to w-dprof-drift-flag(w-dp-f)
           end-if.

           perform dp-print-field thru dp-print-field-ex.
           if w-dp-save-open = 1
              move w-dpstat to pr-dpstat
              write pr-dpstat
              if w-dp-status not = "00"
                 set w-array-file-error to true
              end-if
           end-if.
       dp-field-ex.
           exit.

      * a scratch array big enough for every element's value of the
      * field: 19 bytes a numeric, the field's own length a text.
      * the array's descriptor is parked while alloc works on it.
       dp-scratch.
           if w-layout-text(w-dp-f)
              move w-layout-length(w-dp-f) to w-dp-ssz
           else
              move 19 to w-dp-ssz
           end-if.
           compute w-dp-alloc = w-array-length * w-dp-ssz.
           if w-dp-alloc > 999999999
              set w-array-element-too-big to true
              exit paragraph
           end-if
           move w-array to w-hold-array.
           initialize w-array.
           move w-dp-ssz to w-array-element-sz.
           move w-hold-array-length to w-array-capacity.
           if w-array-capacity = 0
              move 1 to w-array-capacity
           end-if.
           perform alloc thru alloc-ex.
           move w-array to w-dp-array.
           move w-hold-array to w-array.
       dp-scratch-ex.
           exit.

      * one pass over the array: count and measure the field in
      * every element and copy its value to the scratch array.
       dp-fill.
           move 0 to w-dp-n.
           move 0 to w-dp-mean.
           move 0 to w-dp-m2.
           move 0 to w-index.
           perform until w-index >= w-array-length
              perform elem-offset thru elem-offset-ex
              set address of d-array to w-offset-ptr
              add 1 to w-dpstat-count
              if w-layout-text(w-dp-f)
                 perform dp-fill-text thru dp-fill-text-ex
              else
                 perform dp-fill-number thru dp-fill-number-ex
              end-if
              add 1 to w-index
           end-perform.
           move w-dp-n to w-dp-array-length.

      * the population standard deviation, from the running sum of
      * squared deviations.
           if w-dp-n > 0
              move w-dp-mean to w-dpstat-mean
              if w-dp-m2 > 0
                 compute w-dpstat-sd rounded =
                    (w-dp-m2 / w-dp-n) ** 0.5
              end-if
           end-if.
       dp-fill-ex.
           exit.

      * a text value: a blank is only counted, anything else goes
      * to the scratch array.
       dp-fill-text.
           if d-array(w-layout-offset(w-dp-f) + 1:
              w-layout-length(w-dp-f)) = spaces
              add 1 to w-dpstat-blanks
              exit paragraph
           end-if
           perform dp-scratch-slot thru dp-scratch-slot-ex.
           move d-array(w-layout-offset(w-dp-f) + 1:w-dp-ssz)
              to d-b-array(1:w-dp-ssz).
       dp-fill-text-ex.
           exit.

      * a numeric value: an invalid one is only counted; a valid one
      * moves the minimum, maximum, zero and negative counts and the
      * running mean and sum of squared deviations along, and goes
      * to the scratch array biased.
       dp-fill-number.
           move w-dp-f to w-f.
           perform validate-field thru validate-field-ex.
           if w-valid-flag = 0
              add 1 to w-dpstat-invalid
              exit paragraph
           end-if
           perform extract-field thru extract-field-ex.
           if w-dp-n = 0
              move w-field-value to w-dpstat-min
              move w-field-value to w-dpstat-max
           end-if.
           if w-field-value < w-dpstat-min
              move w-field-value to w-dpstat-min
           end-if.
           if w-field-value > w-dpstat-max
              move w-field-value to w-dpstat-max
           end-if.
           if w-field-value = 0
              add 1 to w-dpstat-zeros
           end-if.
           if w-field-value < 0
              add 1 to w-dpstat-negatives
           end-if.
           perform dp-scratch-slot thru dp-scratch-slot-ex.
           compute w-dp-delta = w-field-value - w-dp-mean.
           compute w-dp-mean = w-dp-mean + w-dp-delta / w-dp-n.
           compute w-dp-m2 = w-dp-m2
              + w-dp-delta * (w-field-value - w-dp-mean).
           compute w-dp-key = w-field-value + PROFILE-BIAS.
           move w-dp-key-x to d-b-array(1:19).
       dp-fill-number-ex.
           exit.

      * count one more value in w-dp-n and map d-b-array to its slot
      * in the scratch array.
       dp-scratch-slot.
           compute w-dp-bytes = w-dp-n * w-dp-ssz.
           add 1 to w-dp-n.
           set w-dp-slot-ptr to w-dp-array-ptr.
           set w-dp-slot-ptr up by w-dp-bytes.
           set address of d-b-array to w-dp-slot-ptr.
       dp-scratch-slot-ex.
           exit.

      * sort the scratch array on its whole element, borrowed into
      * w-array, and read the field's order statistics off it: the
      * percentiles of a numeric, the distinct values of a text.
       dp-sort.
           move w-array to w-hold-array.
           move w-dp-array to w-array.
           move 0 to w-key-offset.
           move w-dp-ssz to w-key-length.
           move 0 to w-descending.
           perform sort-the-array thru sort-the-array-ex.
           if w-dp-n > 1 and w-progress-cancel = 1
              move w-array to w-dp-array
              move w-hold-array to w-array
              set w-array-cancelled to true
              exit paragraph
           end-if
           if w-layout-text(w-dp-f)
              perform dp-text-scan thru dp-text-scan-ex
           else
              perform dp-pctiles thru dp-pctiles-ex
           end-if.
           move w-array to w-dp-array.
           move w-hold-array to w-array.
       dp-sort-ex.
           exit.

      * nearest-rank percentiles: the value at position
      * rank x count / 100, rounded up, of the sorted values.
       dp-pctiles.
           if w-dp-n = 0
              exit paragraph
           end-if
           move 1 to w-dp-p.
           perform until w-dp-p > 5
              compute w-dp-k = (w-dp-rank(w-dp-p) * w-dp-n + 99) / 100
              compute w-index = w-dp-k - 1
              perform elem-offset thru elem-offset-ex
              set address of d-array to w-offset-ptr
              move d-array(1:19) to w-dp-key-x
              compute w-dpstat-pctile(w-dp-p) = w-dp-key - PROFILE-BIAS
              add 1 to w-dp-p
           end-perform.
       dp-pctiles-ex.
           exit.

      * walk the sorted text values a run of equal values at a time:
      * each run is one distinct value and its length that value's
      * count.
       dp-text-scan.
           move 0 to w-dp-j.
           perform until w-dp-j >= w-array-length
              move w-dp-j to w-index
              perform elem-offset thru elem-offset-ex
              set address of d-array to w-offset-ptr
              move d-array(1:w-dp-ssz) to w-out-element(1:w-dp-ssz)
              compute w-dp-k = w-dp-j + 1
              perform until w-dp-k >= w-array-length
                 move w-dp-k to w-index
                 perform elem-offset thru elem-offset-ex
                 set address of d-array to w-offset-ptr
                 if d-array(1:w-dp-ssz)
                    not = w-out-element(1:w-dp-ssz)
                    exit perform
                 end-if
                 add 1 to w-dp-k
              end-perform
              compute w-dp-run = w-dp-k - w-dp-j
              perform dp-text-value thru dp-text-value-ex
              move w-dp-k to w-dp-j
           end-perform.
           if w-dpstat-distinct <= 50
              move 1 to w-dpstat-values-complete
           end-if.
       dp-text-scan-ex.
           exit.

      * one distinct text value, staged in w-out-element, seen
      * w-dp-run times: count it, rank it among the most frequent,
      * and look for it in the stored profile's complete list.
       dp-text-value.
           add 1 to w-dpstat-distinct.
           move spaces to w-dp-value.
           if w-dp-ssz < 30
              move w-out-element(1:w-dp-ssz) to w-dp-value
           else
              move w-out-element(1:30) to w-dp-value
           end-if.
           perform dp-top-insert thru dp-top-insert-ex.

           if w-dp-has-base = 0
              or w-base-dpstat-values-complete = 0
              exit paragraph
           end-if
           move 0 to w-dp-found.
           move 1 to w-dp-v.
           perform until w-dp-v > w-base-dpstat-listed
              if w-base-dpstat-value(w-dp-v) = w-dp-value
                 move 1 to w-dp-found
                 exit perform
              end-if
              add 1 to w-dp-v
           end-perform.
           if w-dp-found = 0
              add 1 to w-dp-new-total
              if w-dp-new-count < 5
                 add 1 to w-dp-new-count
                 move w-dp-value to w-dp-new-value(w-dp-new-count)
              end-if
           end-if.
       dp-text-value-ex.
           exit.

      * keep the 50 most frequent values, most frequent first: the
      * value joins at the bottom (or displaces the bottom one when
      * it is more frequent) and rises past every less frequent
      * value. values seen as often keep their sorted order.
       dp-top-insert.
           if w-dpstat-listed < 50
              add 1 to w-dpstat-listed
              move w-dpstat-listed to w-dp-v
           else
              if w-dp-run <= w-dpstat-value-cnt(50)
                 exit paragraph
              end-if
              move 50 to w-dp-v
           end-if.
           move w-dp-value to w-dpstat-value(w-dp-v).
           move w-dp-run to w-dpstat-value-cnt(w-dp-v).
           perform until w-dp-v = 1
              or w-dpstat-value-cnt(w-dp-v - 1) >= w-dp-run
              move w-dpstat-value(w-dp-v - 1) to w-dp-swap-value
              move w-dpstat-value-cnt(w-dp-v - 1) to w-dp-swap-cnt
              move w-dpstat-value(w-dp-v) to w-dpstat-value(w-dp-v - 1)
              move w-dpstat-value-cnt(w-dp-v)
                 to w-dpstat-value-cnt(w-dp-v - 1)
              move w-dp-swap-value to w-dpstat-value(w-dp-v)
              move w-dp-swap-cnt to w-dpstat-value-cnt(w-dp-v)
              subtract 1 from w-dp-v
           end-perform.
       dp-top-insert-ex.
           exit.

      * compare a numeric field with its stored profile. the shares
      * are of the elements (invalid values) or of the valid values
      * (zeros, negatives); the mean, standard deviation and median
      * are measured against the larger of the stored mean and
      * standard deviation, one unit of the field when both are
      * zero. a date is held to its shares alone - the undated one
      * in place of the zeros.
       dp-compare-number.
           move 0 to w-dp-share-now.
           move 0 to w-dp-share-base.
           if w-dpstat-count > 0
              compute w-dp-share-now rounded =
                 w-dpstat-invalid * 100 / w-dpstat-count
           end-if.
           if w-base-dpstat-count > 0
              compute w-dp-share-base rounded =
                 w-base-dpstat-invalid * 100 / w-base-dpstat-count
           end-if.
           move "INVALID SHARE" to w-dp-label.
           perform dp-drift-share thru dp-drift-share-ex.

           compute w-dp-j = w-dpstat-count - w-dpstat-invalid.
           compute w-dp-k = w-base-dpstat-count - w-base-dpstat-invalid.
           if w-dp-j = 0 or w-dp-k = 0
              if w-dp-j not = w-dp-k
                 move "VALID VALUES" to w-dp-label
                 perform dp-drift-counts thru dp-drift-counts-ex
              end-if
              exit paragraph
           end-if

           compute w-dp-share-now rounded =
              w-dpstat-zeros * 100 / w-dp-j.
           compute w-dp-share-base rounded =
              w-base-dpstat-zeros * 100 / w-dp-k.
           move "ZERO SHARE" to w-dp-label.
           if w-dpstat-type > 2
              move "NO DATE SHARE" to w-dp-label
           end-if.
           perform dp-drift-share thru dp-drift-share-ex.
           if w-dpstat-type > 2
              exit paragraph
           end-if
           compute w-dp-share-now rounded =
              w-dpstat-negatives * 100 / w-dp-j.
           compute w-dp-share-base rounded =
              w-base-dpstat-negatives * 100 / w-dp-k.
           move "NEGATIVE SHARE" to w-dp-label.
           perform dp-drift-share thru dp-drift-share-ex.

           move w-base-dpstat-mean to w-dp-scale.
           if w-base-dpstat-mean < 0
              compute w-dp-scale = 0 - w-base-dpstat-mean
           end-if.
           if w-base-dpstat-sd > w-dp-scale
              move w-base-dpstat-sd to w-dp-scale
           end-if.
           if w-dp-scale = 0
              move 1 to w-dp-scale
           end-if.
           compute w-dp-limit = w-dp-scale * w-dp-tol / 100.
           move w-dpstat-mean to w-dp-frac.
           move w-base-dpstat-mean to w-dp-base-frac.
           move "MEAN" to w-dp-label.
           perform dp-drift-value thru dp-drift-value-ex.
           move w-dpstat-sd to w-dp-frac.
           move w-base-dpstat-sd to w-dp-base-frac.
           move "STD DEVIATION" to w-dp-label.
           perform dp-drift-value thru dp-drift-value-ex.
           move w-dpstat-pctile(3) to w-dp-frac.
           move w-base-dpstat-pctile(3) to w-dp-base-frac.
           move "MEDIAN" to w-dp-label.
           perform dp-drift-value thru dp-drift-value-ex.
       dp-compare-number-ex.
           exit.

      * compare a text field with its stored profile: the share of
      * blanks, the count of distinct values, and the values the
      * stored profile never saw (found while the values were
      * counted).
       dp-compare-text.
           move 0 to w-dp-share-now.
           move 0 to w-dp-share-base.
           if w-dpstat-count > 0
              compute w-dp-share-now rounded =
                 w-dpstat-blanks * 100 / w-dpstat-count
           end-if.
           if w-base-dpstat-count > 0
              compute w-dp-share-base rounded =
                 w-base-dpstat-blanks * 100 / w-base-dpstat-count
           end-if.
           move "BLANK SHARE" to w-dp-label.
           perform dp-drift-share thru dp-drift-share-ex.

           compute w-dp-diff = w-dpstat-distinct
              - w-base-dpstat-distinct.
           if w-dp-diff < 0
              compute w-dp-diff = 0 - w-dp-diff
           end-if.
           if w-dp-diff * 100 > w-dp-tol * w-base-dpstat-distinct
              move w-dpstat-distinct to w-dp-j
              move w-base-dpstat-distinct to w-dp-k
              move "DISTINCT VALUES" to w-dp-label
              perform dp-drift-counts thru dp-drift-counts-ex
           end-if.

           move "NEW VALUE" to w-dp-label.
           move 1 to w-dp-v.
           perform until w-dp-v > w-dp-new-count
              perform dp-drift-begin thru dp-drift-begin-ex
              move w-dp-new-value(w-dp-v) to w-dp-line(22:30)
              perform dp-drift-end thru dp-drift-end-ex
              add 1 to w-dp-v
           end-perform.
           if w-dp-new-total > w-dp-new-count
              move w-dp-new-total to w-dp-j
              move 0 to w-dp-k
              move "NEW VALUES IN ALL" to w-dp-label
              perform dp-drift-counts thru dp-drift-counts-ex
           end-if.
       dp-compare-text-ex.
           exit.

      * a share (w-dp-share-now against w-dp-share-base, in
      * percent) that moved by more than the tolerance in points
      * is a drift line under w-dp-label.
       dp-drift-share.
           compute w-dp-share-diff = w-dp-share-now - w-dp-share-base.
           if w-dp-share-diff < 0
              compute w-dp-share-diff = 0 - w-dp-share-diff
           end-if.
           if w-dp-share-diff <= w-dp-tol
              exit paragraph
           end-if
           perform dp-drift-begin thru dp-drift-begin-ex.
           move "BASELINE" to w-dp-line(22:8).
           move w-dp-share-base to w-dp-pct-edit.
           move w-dp-pct-edit to w-dp-line(31:6).
           move "%" to w-dp-line(37:1).
           move "NOW" to w-dp-line(55:3).
           move w-dp-share-now to w-dp-pct-edit.
           move w-dp-pct-edit to w-dp-line(59:6).
           move "%" to w-dp-line(65:1).
           perform dp-drift-end thru dp-drift-end-ex.
       dp-drift-share-ex.
           exit.

      * a value (w-dp-frac against w-dp-base-frac, in the field's
      * units) that moved by more than w-dp-limit is a drift line
      * under w-dp-label.
       dp-drift-value.
           compute w-dp-diff = w-dp-frac - w-dp-base-frac.
           if w-dp-diff < 0
              compute w-dp-diff = 0 - w-dp-diff
           end-if.
           if w-dp-diff <= w-dp-limit
              exit paragraph
           end-if
           perform dp-drift-begin thru dp-drift-begin-ex.
           perform dp-fmt-fraction thru dp-fmt-fraction-ex.
           move w-num-text to w-dp-text.
           move "NOW" to w-dp-line(55:3).
           move w-dp-text to w-dp-line(59:22).
           move w-dp-base-frac to w-dp-frac.
           perform dp-fmt-fraction thru dp-fmt-fraction-ex.
           move "BASELINE" to w-dp-line(22:8).
           move w-num-text to w-dp-line(31:22).
           perform dp-drift-end thru dp-drift-end-ex.
       dp-drift-value-ex.
           exit.

      * a drift line of two counts under w-dp-label: this run's in
      * w-dp-j and, when w-dp-k is not zero or the label is not a
      * total, the stored profile's in w-dp-k.
       dp-drift-counts.
           perform dp-drift-begin thru dp-drift-begin-ex.
           if w-dp-label not = "NEW VALUES IN ALL"
              move "BASELINE" to w-dp-line(22:8)
              move w-dp-k to w-rec-edited
              move w-rec-edited to w-dp-line(31:9)
           end-if.
           move "NOW" to w-dp-line(55:3).
           move w-dp-j to w-rec-edited.
           move w-rec-edited to w-dp-line(59:9).
           perform dp-drift-end thru dp-drift-end-ex.
       dp-drift-counts-ex.
           exit.

      * start a drift line with w-dp-label in w-dp-line.
       dp-drift-begin.
           move spaces to w-dp-line.
           move w-dp-label to w-dp-line(1:20).
       dp-drift-begin-ex.
           exit.

      * file the drift line built in w-dp-line under the field.
       dp-drift-end.
           if w-dp-drift-count < 12
              add 1 to w-dp-drift-count
           end-if.
           move w-dp-line to w-dp-drift-line(w-dp-drift-count).
       dp-drift-end-ex.
           exit.

      * render w-dp-frac, in the field's own units, in w-num-text
      * with two more decimals than the field carries (or the
      * field's own, when that leaves no room).
       dp-fmt-fraction.
           move w-dpstat-decimals to w-num-decimals.
           if w-num-decimals <= 15
              compute w-field-value rounded = w-dp-frac * 100
              add 2 to w-num-decimals
           else
              compute w-field-value rounded = w-dp-frac
           end-if.
           perform format-number thru format-number-ex.
       dp-fmt-fraction-ex.
           exit.

      * the field's section of the report: its heading line, its
      * statistics and its drift lines.
       dp-print-field.
           if w-line-cnt + 6 > PRINT-PAGE-LINES
              perform print-page-heading thru print-page-heading-ex
           end-if.
           move spaces to print-rec.
           write print-rec.
           add 1 to w-line-cnt.
           move spaces to w-detail.
           move "FIELD" to w-detail(2:5).
           move w-dp-f to w-dp-len-edit.
           move w-dp-len-edit to w-detail(8:4).
           move w-dpstat-heading to w-detail(13:20).
           if w-dpstat-type = 0
              move "TEXT" to w-detail(35:7)
           end-if.
           if w-dpstat-type = 1
              move "DISPLAY" to w-detail(35:7)
           end-if.
           if w-dpstat-type = 2
              move "PACKED" to w-detail(35:7)
           end-if.
           if w-dpstat-type > 2
              move "DATE" to w-detail(35:7)
           end-if.
           move "LENGTH" to w-detail(44:6).
           move w-dpstat-length to w-dp-len-edit.
           move w-dp-len-edit to w-detail(51:4).
           if w-dpstat-type = 1 or w-dpstat-type = 2
              move "DECIMALS" to w-detail(57:8)
              move w-dpstat-decimals to w-dp-len-edit
              move w-dp-len-edit to w-detail(66:4)
           end-if.
           if w-dp-drift-count > 0
              move "*** MOVED BEYOND TOLERANCE ***" to w-detail(75:30)
           else
              if w-dprof-base-file not = spaces and w-dp-has-base = 0
                 move "NOT IN STORED PROFILE" to w-detail(75:21)
              end-if
           end-if.
           perform dp-print-line thru dp-print-line-ex.

           if w-dpstat-type = 0
              perform dp-print-text thru dp-print-text-ex
           else
              perform dp-print-number thru dp-print-number-ex
           end-if.

           move 1 to w-dp-v.
           perform until w-dp-v > w-dp-drift-count
              move spaces to w-detail
              move "DRIFT" to w-detail(5:5)
              move w-dp-drift-line(w-dp-v) to w-detail(12:100)
              perform dp-print-line thru dp-print-line-ex
              add 1 to w-dp-v
           end-perform.
       dp-print-field-ex.
           exit.

      * a numeric field's figures, two to a line.
       dp-print-number.
           move spaces to w-detail.
           move "ELEMENTS" to w-detail(5:18).
           move w-dpstat-count to w-dp-j.
           move 44 to w-dp-col.
           perform dp-put-count thru dp-put-count-ex.
           move "INVALID VALUES" to w-detail(50:18).
           move w-dpstat-invalid to w-dp-j.
           move 89 to w-dp-col.
           perform dp-put-count thru dp-put-count-ex.
           perform dp-print-line thru dp-print-line-ex.
           if w-dpstat-count = w-dpstat-invalid
              exit paragraph
           end-if

           move spaces to w-detail.
           move "MINIMUM" to w-detail(5:18).
           move w-dpstat-min to w-field-value.
           move 44 to w-dp-col.
           perform dp-put-value thru dp-put-value-ex.
           move "MAXIMUM" to w-detail(50:18).
           move w-dpstat-max to w-field-value.
           move 89 to w-dp-col.
           perform dp-put-value thru dp-put-value-ex.
           perform dp-print-line thru dp-print-line-ex.

           if w-dpstat-type > 2
              move spaces to w-detail
              move "NO DATE" to w-detail(5:18)
              move w-dpstat-zeros to w-dp-j
              move 44 to w-dp-col
              perform dp-put-count thru dp-put-count-ex
              perform dp-print-line thru dp-print-line-ex
           else
              perform dp-print-moments thru dp-print-moments-ex
           end-if.

           move 1 to w-dp-p.
           perform until w-dp-p > 5
              move spaces to w-detail
              move w-dp-rank-label(w-dp-p) to w-detail(5:18)
              move w-dpstat-pctile(w-dp-p) to w-field-value
              move 44 to w-dp-col
              perform dp-put-value thru dp-put-value-ex
              add 1 to w-dp-p
              if w-dp-p <= 5
                 move w-dp-rank-label(w-dp-p) to w-detail(50:18)
                 move w-dpstat-pctile(w-dp-p) to w-field-value
                 move 89 to w-dp-col
                 perform dp-put-value thru dp-put-value-ex
                 add 1 to w-dp-p
              end-if
              perform dp-print-line thru dp-print-line-ex
           end-perform.
       dp-print-number-ex.
           exit.

      * a plain numeric field's mean and standard deviation, and its
      * zero and negative counts - a date has no use for either.
       dp-print-moments.
           move spaces to w-detail.
           move "MEAN" to w-detail(5:18).
           move w-dpstat-mean to w-dp-frac.
           perform dp-fmt-fraction thru dp-fmt-fraction-ex.
           move 44 to w-dp-col.
           perform dp-put-text thru dp-put-text-ex.
           move "STD DEVIATION" to w-detail(50:18).
           move w-dpstat-sd to w-dp-frac.
           perform dp-fmt-fraction thru dp-fmt-fraction-ex.
           move 89 to w-dp-col.
           perform dp-put-text thru dp-put-text-ex.
           perform dp-print-line thru dp-print-line-ex.

           move spaces to w-detail.
           move "ZERO VALUES" to w-detail(5:18).
           move w-dpstat-zeros to w-dp-j.
           move 44 to w-dp-col.
           perform dp-put-count thru dp-put-count-ex.
           move "NEGATIVE VALUES" to w-detail(50:18).
           move w-dpstat-negatives to w-dp-j.
           move 89 to w-dp-col.
           perform dp-put-count thru dp-put-count-ex.
           perform dp-print-line thru dp-print-line-ex.
       dp-print-moments-ex.
           exit.

      * a text field's counts and its most frequent values.
       dp-print-text.
           move spaces to w-detail.
           move "ELEMENTS" to w-detail(5:18).
           move w-dpstat-count to w-dp-j.
           move 44 to w-dp-col.
           perform dp-put-count thru dp-put-count-ex.
           move "BLANK VALUES" to w-detail(50:18).
           move w-dpstat-blanks to w-dp-j.
           move 89 to w-dp-col.
           perform dp-put-count thru dp-put-count-ex.
           perform dp-print-line thru dp-print-line-ex.
           move spaces to w-detail.
           move "DISTINCT VALUES" to w-detail(5:18).
           move w-dpstat-distinct to w-dp-j.
           move 44 to w-dp-col.
           perform dp-put-count thru dp-put-count-ex.
           perform dp-print-line thru dp-print-line-ex.
           if w-dpstat-listed = 0
              exit paragraph
           end-if

           move spaces to w-detail.
           move "MOST FREQUENT VALUES" to w-detail(5:20).
           move "COUNT" to w-detail(40:5).
           perform dp-print-line thru dp-print-line-ex.
           move 1 to w-dp-v.
           perform until w-dp-v > w-dpstat-listed or w-dp-v > w-dp-top
              move spaces to w-detail
              move w-dpstat-value(w-dp-v) to w-detail(7:30)
              move w-dpstat-value-cnt(w-dp-v) to w-dp-j
              move 44 to w-dp-col
              perform dp-put-count thru dp-put-count-ex
              perform dp-print-line thru dp-print-line-ex
              add 1 to w-dp-v
           end-perform.
       dp-print-text-ex.
           exit.

      * right-align a count (w-dp-j), a raw field value
      * (w-field-value, a date as YYYY-MM-DD) or text already in
      * w-num-text so it ends in column w-dp-col of the line.
       dp-put-count.
           move w-dp-j to w-rec-edited.
           move w-rec-edited to w-num-text.
           move 9 to w-num-text-len.
           perform dp-put-text thru dp-put-text-ex.
       dp-put-count-ex.
           exit.

       dp-put-value.
           if w-dpstat-type > 2
              perform format-date thru format-date-ex
              if w-num-text-len = 0
                 move "NO DATE" to w-num-text
                 move 7 to w-num-text-len
              end-if
           else
              move w-dpstat-decimals to w-num-decimals
              perform format-number thru format-number-ex
           end-if.
           perform dp-put-text thru dp-put-text-ex.
       dp-put-value-ex.
           exit.

       dp-put-text.
           move w-num-text(1:w-num-text-len) to w-detail(
              w-dp-col - w-num-text-len + 1:w-num-text-len).
       dp-put-text-ex.
           exit.

      * one line of the report, a new page first when this one is
      * full.
       dp-print-line.
           if w-line-cnt >= PRINT-PAGE-LINES
              perform print-page-heading thru print-page-heading-ex
           end-if.
           move w-detail to print-rec.
           write print-rec.
           add 1 to w-line-cnt.
       dp-print-line-ex.
           exit.

      * settle the aging limits - all zero means 30, 60 and 90 days,
      * otherwise they must climb from at least one day - and the
      * run date, today's when none is given, which must be a real
      * date; its day number goes to w-ag-run-days. leaves the
      * verdict in the array status.
       aging-settle.
           move w-aging-limits to w-ag-limit-tbl.
           if w-ag-limit-tbl = zeros
              move 30 to w-ag-limit(1)
              move 60 to w-ag-limit(2)
              move 90 to w-ag-limit(3)
           end-if.
           if w-ag-limit(1) = 0
              or w-ag-limit(2) <= w-ag-limit(1)
              or w-ag-limit(3) <= w-ag-limit(2)
              set w-array-bad-index to true
              exit paragraph
           end-if

           move w-aging-run-date to w-ag-run-date.
           if w-ag-run-date = 0
              accept w-ag-run-date from date yyyymmdd
           end-if.
           move w-ag-run-date to w-field-value.
           move 3 to w-field-type.
           perform date-check thru date-check-ex.
           if w-valid-flag = 0
              set w-array-bad-index to true
              exit paragraph
           end-if
           move w-ag-run-date to w-date-ymd.
           perform date-day-number thru date-day-number-ex.
           move w-date-days to w-ag-run-days.
           set w-array-ok to true.
       aging-settle-ex.
           exit.

      * the six bucket labels, in bucket order, as the pivot's
      * column key table (borrowed through w-array like
      * pivot-add-col, but appended rather than kept in order).
       aging-columns.
           move w-index to w-pv-save-index.
           move w-array to w-hold-array.
           move w-pv-col-array to w-array.
           move 1 to w-ag-bucket.
           perform until w-ag-bucket > 6
              perform aging-label thru aging-label-ex
              move w-array-length to w-index
              perform realloc thru realloc-ex
              perform elem-offset thru elem-offset-ex
              set address of d-array to w-offset-ptr
              move w-ag-label to d-array(1:11)
              add 1 to w-array-length
              add 1 to w-ag-bucket
           end-perform.
           move w-array to w-pv-col-array.
           move w-hold-array to w-array.
           move w-pv-save-index to w-index.
       aging-columns-ex.
           exit.

      * the column label of bucket w-ag-bucket, in w-ag-label: the
      * day range it covers, CURRENT, OVER the last limit or
      * UNDATED.
       aging-label.
           move spaces to w-ag-label.
           if w-ag-bucket = 1
              move "CURRENT" to w-ag-label
              exit paragraph
           end-if
           if w-ag-bucket = 6
              move "UNDATED" to w-ag-label
              exit paragraph
           end-if

           move 1 to w-ag-lp.
           if w-ag-bucket = 5
              move "OVER" to w-ag-label(1:4)
              move 6 to w-ag-lp
              move w-ag-limit(3) to w-field-value
           else
              if w-ag-bucket = 2
                 move 1 to w-field-value
              else
                 compute w-field-value = w-ag-limit(w-ag-bucket - 2) + 1
              end-if
              perform aging-label-number thru aging-label-number-ex
              move "-" to w-ag-label(w-ag-lp:1)
              add 1 to w-ag-lp
              move w-ag-limit(w-ag-bucket - 1) to w-field-value
           end-if.
           perform aging-label-number thru aging-label-number-ex.
       aging-label-ex.
           exit.

      * w-field-value's digits onto the label at w-ag-lp.
       aging-label-number.
           move 0 to w-num-decimals.
           perform format-number thru format-number-ex.
           move w-num-text(1:w-num-text-len)
              to w-ag-label(w-ag-lp:w-num-text-len).
           add w-num-text-len to w-ag-lp.
       aging-label-number-ex.
           exit.

      * fold the element at w-index into the cell of its key and
      * bucket, and count it against the bucket.
       aging-accumulate.
           move 1 to w-pv-r.
           if w-key-length > 0
              perform elem-offset thru elem-offset-ex
              set address of d-array to w-offset-ptr
              move d-array(w-key-offset + 1:w-key-length)
                 to w-group-key(1:w-key-length)
              perform pivot-find-row thru pivot-find-row-ex
           end-if.
           perform elem-offset thru elem-offset-ex.
           set address of d-array to w-offset-ptr.
           perform aging-bucket thru aging-bucket-ex.
           if w-ag-bucket = 6
              add 1 to w-aging-undated
           else
              add 1 to w-aging-count(w-ag-bucket)
           end-if.
           move w-ag-bucket to w-pv-c.
           perform pivot-accumulate-cell
              thru pivot-accumulate-cell-ex.
       aging-accumulate-ex.
           exit.

      * the bucket of the element d-array is mapped to, by the days
      * from its date to the run date, in w-ag-bucket.
       aging-bucket.
           move 6 to w-ag-bucket.
           move w-ag-field to w-f.
           perform validate-field thru validate-field-ex.
           if w-valid-flag = 0 or w-field-value = 0
              exit paragraph
           end-if

           move w-field-value to w-date-ymd.
           perform date-day-number thru date-day-number-ex.
           compute w-ag-days = w-ag-run-days - w-date-days.
           if w-ag-days <= 0
              move 1 to w-ag-bucket
           else
              if w-ag-days <= w-ag-limit(1)
                 move 2 to w-ag-bucket
              else
                 if w-ag-days <= w-ag-limit(2)
                    move 3 to w-ag-bucket
                 else
                    if w-ag-days <= w-ag-limit(3)
                       move 4 to w-ag-bucket
                    else
                       move 5 to w-ag-bucket
                    end-if
                 end-if
              end-if
           end-if.
       aging-bucket-ex.
           exit.

      * one result element per key: the key slice, then the element
      * count of every bucket.
       aging-emit.
           move 1 to w-pv-r.
           perform until w-pv-r > w-pv-rows
              if w-key-length > 0
                 perform pivot-row-key thru pivot-row-key-ex
                 move d-b-array(1:w-key-length)
                    to w-out-element(1:w-key-length)
              end-if
              move 1 to w-pv-c
              perform until w-pv-c > w-pv-cols
                 perform pivot-cell-fetch thru pivot-cell-fetch-ex
                 compute w-pv-kl = w-key-length + 9 * w-pv-c - 8
                 move w-pv-cell-count to w-out-element(w-pv-kl:9)
                 add 1 to w-pv-c
              end-perform
              perform result-append thru result-append-ex
              add 1 to w-pv-r
           end-perform.
       aging-emit-ex.
           exit.

      * one duplicate out: the element under w-j (already staged via

      * pull the numeric slice out of the element d-array is mapped
      * to, right-aligned into the matching redefinition buffer, and
      * leave its value in w-field-value. a packed CYYMMDD date comes
      * out as YYYYMMDD like a display one, so every caller sees a
      * date one way.
       extract-field.
           if w-field-display
              move zeros to w-zoned-x
                 to w-packed-x(11 - w-fld-length:w-fld-length)
              move w-packed-9 to w-field-value
           end-if.
           if w-field-date-cyymmdd and w-field-value not = 0
              add 19000000 to w-field-value
           end-if.

       extract-field-ex.
           exit.

      * mark which layout fields array:report-file totals. a
      * non-space w-flags is the caller's word: byte per field, "1"
      * totals the column, and flagging a text or date field is
      * bad-index. all-space flags fall back to every numeric field
      * (dates are not amounts) whose slice does not touch the
      * group key slice (a key that happens to be numeric is
      * identification, not an amount).
       report-mark-totals.
           move zeros to w-rpt-flag-tbl.
           move 1 to w-f.
           perform until w-f > w-layout-count
              if w-flags = spaces
                 if (w-layout-display(w-f) or w-layout-packed(w-f))
                    and not w-layout-date(w-f)
                    and (w-layout-offset(w-f) + w-layout-length(w-f)
                          <= w-key-offset
                       or w-layout-offset(w-f)
                 end-if
              else
                 if w-flags(w-f:1) = "1"
                    if w-layout-text(w-f) or w-layout-date(w-f)
                       set w-array-bad-index to true
                       exit paragraph
                    end-if

      * validate the w-layout field table against the current element
      * size and the widest value each numeric representation can
      * carry - a date exactly its form's width and no decimals.
      * leaves the verdict in the array status.
       check-layout.
           if w-layout-count = 0 or w-layout-count > 32
              set w-array-bad-index to true
              if w-layout-length(w-f) = 0
                 or w-layout-offset(w-f) + w-layout-length(w-f)
                    > w-array-element-sz
                 or w-layout-type(w-f) > 4
                 or (w-layout-date-ymd(w-f)
                    and w-layout-length(w-f) not = 8)
                 or (w-layout-date-cyymmdd(w-f)
                    and w-layout-length(w-f) not = 4)
                 or (w-layout-date(w-f)
                    and w-layout-decimals(w-f) > 0)
                 or (w-layout-display(w-f)
                    and (w-layout-length(w-f) > 18
                       or w-layout-decimals(w-f)

      * validate-field on an explicitly staged w-fld-offset /
      * w-fld-length / w-field-type slice, for callers whose field
      * table is not the element layout. a date must also be a real
      * calendar date (which leaves it in w-field-value). verdict in
      * w-valid-flag.
       validate-slice.
           move 1 to w-valid-flag.
           if w-field-text
                 perform validate-packed thru validate-packed-ex
              end-if
           end-if.
           if w-field-date and w-valid-flag = 1
              perform extract-field thru extract-field-ex
              perform date-check thru date-check-ex
           end-if.
       validate-slice-ex.
           exit.

           exit.

      * widest value layout field w-f can print: the raw bytes for
      * text, ten for a YYYY-MM-DD date; for numerics a sign, the
      * integer digits the field can carry (never fewer than the
      * single zero format-number always prints), and the decimal
      * point and places when it has any.
       field-data-width.
           if w-layout-text(w-f)
              move w-layout-length(w-f) to w-fdw
              exit paragraph
           end-if
           if w-layout-date(w-f)
              move 10 to w-fdw
              exit paragraph
           end-if

           if w-layout-display(w-f)
              move w-layout-length(w-f) to w-fdw
      * format the element d-array is mapped to as one listing line:
      * the element's index in the RECORD column, then every layout
      * field in its column - text as-is, numerics right-aligned with
      * sign and decimal point, dates as YYYY-MM-DD (blank for no
      * date).
       build-print-line.
           move spaces to w-detail.
           move w-index to w-rec-edited.
                 move w-layout-length(w-f) to w-fld-length
                 move w-layout-type(w-f) to w-field-type
                 perform extract-field thru extract-field-ex
                 if w-field-date
                    perform format-date thru format-date-ex
                 else
                    move w-layout-decimals(w-f) to w-num-decimals
                    perform format-number thru format-number-ex
                 end-if
                 if w-num-text-len > 0
                    compute w-col2 =
                       w-col + w-col-width(w-f) - w-num-text-len
                    move w-num-text(1:w-num-text-len)
                       to w-detail(w-col2:w-num-text-len)
                 end-if
              end-if
              compute w-col = w-col + w-col-width(w-f) + 2
              add 1 to w-f
                 to w-num-text(w-num-text-len + 1:w-num-decimals)
              add w-num-decimals to w-num-text-len
           end-if.
       format-number-ex.
           exit.

      * render the date in w-field-value (YYYYMMDD) as YYYY-MM-DD in
      * w-num-text. no date (zero) leaves w-num-text-len zero, and a
      * value no date can have prints as the plain number.
       format-date.
           move spaces to w-num-text.
           move 0 to w-num-text-len.
           if w-field-value = 0
              exit paragraph
           end-if
           if w-field-value < 0 or w-field-value > 99999999
              move 0 to w-num-decimals
              perform format-number thru format-number-ex
              exit paragraph
           end-if

           move w-field-value to w-date-ymd.
           move w-date-yyyy to w-num-text(1:4).
           move "-" to w-num-text(5:1).
           move w-date-mm to w-num-text(6:2).
           move "-" to w-num-text(8:1).
           move w-date-dd to w-num-text(9:2).
           move 10 to w-num-text-len.
       format-date-ex.
           exit.

      * is the date in w-field-value (YYYYMMDD, as extract-field
      * leaves every date) a real one - a month of the year, a day
      * of that month, and a year the form in w-field-type can
      * carry: 1900 to 2899 packed CYYMMDD, 0001 to 9999 display?
      * zero is no date and passes. verdict in w-valid-flag.
       date-check.
           move 1 to w-valid-flag.
           if w-field-value = 0
              exit paragraph
           end-if
           if w-field-value < 0 or w-field-value > 99999999
              move 0 to w-valid-flag
              exit paragraph
           end-if

           move w-field-value to w-date-ymd.
           if w-date-yyyy = 0
              or w-date-mm < 1 or w-date-mm > 12
              or w-date-dd < 1
              or w-date-dd > w-date-month-days(w-date-mm)
              move 0 to w-valid-flag
              exit paragraph
           end-if
           if w-field-date-cyymmdd
              and (w-date-yyyy < 1900 or w-date-yyyy > 2899)
              move 0 to w-valid-flag
              exit paragraph
           end-if
           if w-date-mm = 2 and w-date-dd = 29
              perform date-leap-year thru date-leap-year-ex
              if w-date-leap = 0
                 move 0 to w-valid-flag
              end-if
           end-if.
       date-check-ex.
           exit.

      * is w-date-yyyy a leap year - every fourth year, but not the
      * turn of a century unless it divides by 400. w-date-leap.
       date-leap-year.
           move 0 to w-date-leap.
           divide w-date-yyyy by 4 giving w-date-q remainder w-date-r
           end-divide.
           if w-date-r not = 0
              exit paragraph
           end-if
           move 1 to w-date-leap.
           divide w-date-yyyy by 100 giving w-date-q remainder w-date-r
           end-divide.
           if w-date-r not = 0
              exit paragraph
           end-if
           divide w-date-yyyy by 400 giving w-date-q remainder w-date-r
           end-divide.
           if w-date-r not = 0
              move 0 to w-date-leap
           end-if.
       date-leap-year-ex.
           exit.

      * the day number of the (valid) date in w-date-ymd, counted
      * on the proleptic gregorian calendar, in w-date-days - the
      * difference of two is the days between them. march starts
      * the counting year so february's leap day falls last.
       date-day-number.
           compute w-date-a = (14 - w-date-mm) / 12.
           compute w-date-y = w-date-yyyy + 4800 - w-date-a.
           compute w-date-m = w-date-mm + 12 * w-date-a - 3.
           compute w-date-t = (153 * w-date-m + 2) / 5.
           compute w-date-days = w-date-dd + w-date-t + 365 * w-date-y
              - 32045.
           compute w-date-q = w-date-y / 4.
           add w-date-q to w-date-days.
           compute w-date-q = w-date-y / 100.
           subtract w-date-q from w-date-days.
           compute w-date-q = w-date-y / 400.
           add w-date-q to w-date-days.
       date-day-number-ex.
           exit.

      * worst-case delimited width of one element under w-layout:
       csv-put-text-ex.
           exit.

      * format layout field w-f's numeric value into the line - a
      * date as YYYY-MM-DD, no date as an empty field.
       csv-put-number.
           move w-layout-offset(w-f) to w-fld-offset.
           move w-layout-length(w-f) to w-fld-length.
           move w-layout-type(w-f) to w-field-type.
           perform extract-field thru extract-field-ex.
           if w-field-date
              perform format-date thru format-date-ex
           else
              move w-layout-decimals(w-f) to w-num-decimals
              perform format-number thru format-number-ex
           end-if.
           if w-num-text-len > 0
              move w-num-text(1:w-num-text-len)
                 to w-csv-line(w-csv-pos:w-num-text-len)
              add w-num-text-len to w-csv-pos
           end-if.
       csv-put-number-ex.
           exit.


      * take a numeric field off the scanner: collect the token up
      * to the next comma, validate and scale it to the layout's
      * decimals (or read it as a date), and store it in the element
      * slice in the field's representation.
       parse-csv-number.
           move spaces to w-tok.
           move 0 to w-tok-len.
              move w-csv-line(w-scan-p:1) to w-tok(w-tok-len:1)
              add 1 to w-scan-p
           end-perform.
           if w-layout-date(w-f)
              perform parse-csv-date thru parse-csv-date-ex
              exit paragraph
           end-if
           if w-tok-len = 0
              move 0 to w-csv-good
              exit paragraph
       parse-csv-number-ex.
           exit.

      * a date token in w-tok: YYYY-MM-DD or eight plain digits,
      * an empty field meaning no date. it must be a real date the
      * field's form can carry, and is stored in that form.
       parse-csv-date.
           move zeros to w-date-x.
           if w-tok-len = 10
              and w-tok(5:1) = "-" and w-tok(8:1) = "-"
              move w-tok(1:4) to w-date-x(1:4)
              move w-tok(6:2) to w-date-x(5:2)
              move w-tok(9:2) to w-date-x(7:2)
           else
              if w-tok-len = 8
                 move w-tok(1:8) to w-date-x
              else
                 if w-tok-len not = 0
                    move 0 to w-csv-good
                    exit paragraph
                 end-if
              end-if
           end-if.
           if w-date-x is not numeric
              move 0 to w-csv-good
              exit paragraph
           end-if
           move w-date-ymd to w-field-value.
           move w-layout-type(w-f) to w-field-type.
           perform date-check thru date-check-ex.
           if w-valid-flag = 0
              move 0 to w-csv-good
              exit paragraph
           end-if
           move w-field-value to w-parse-value.
           perform store-parsed-number thru store-parsed-number-ex.
       parse-csv-date-ex.
           exit.

      * validate w-tok as [+|-]digits[.digits] and leave its value,
      * scaled to the layout's decimal places, in w-parse-value.
      * rejects a second sign or point, a non-digit, more decimals
           exit.

      * put w-parse-value into layout field w-f's slice of
      * w-out-element, zoned or packed to match the field. a date
      * comes in as YYYYMMDD and a CYYMMDD field loses its 19
      * hundred years.
       store-parsed-number.
           if w-layout-date-cyymmdd(w-f) and w-parse-value not = 0
              subtract 19000000 from w-parse-value
           end-if.
           if w-layout-display(w-f)
              move w-parse-value to w-zoned-9
              move w-zoned-x(19 - w-layout-length(w-f):

      * validate the file-side field table of the fixed-width
      * entries against the element layout already passed by
      * check-layout - same field count, text maps to text, a date
      * to a date (in either form) and numeric to numeric, every
      * numeric within what its representation can carry - and
      * leave the feed's record length (its high-water offset) in
      * w-fix-reclen. verdict in the array status.
       fix-check-layouts.
           if w-b-layout-count not = w-layout-count
              set w-array-size-mismatch to true
              if w-b-layout-length(w-f) = 0
                 or w-b-layout-offset(w-f) + w-b-layout-length(w-f)
                    > MAX-LINKAGE
                 or w-b-layout-type(w-f) > 4
                 or (w-b-layout-type(w-f) = 0
                    and not w-layout-text(w-f))
                 or (w-b-layout-type(w-f) not = 0
                    and w-layout-text(w-f))
                 or (w-b-layout-date(w-f)
                    and not w-layout-date(w-f))
                 or (w-layout-date(w-f)
                    and not w-b-layout-date(w-f))
                 or (w-b-layout-date-ymd(w-f)
                    and w-b-layout-length(w-f) not = 8)
                 or (w-b-layout-date-cyymmdd(w-f)
                    and w-b-layout-length(w-f) not = 4)
                 or (w-b-layout-date(w-f)
                    and w-b-layout-decimals(w-f) > 0)
                 or (w-b-layout-display(w-f)
                    and (w-b-layout-length(w-f) > 18
                       or w-b-layout-decimals(w-f)
       fix-check-limit-ex.
           exit.

      * can the date in w-field-value go into a packed CYYMMDD
      * file-side field - no date, or one from 1900 to 2899?
      * verdict in w-fix-good.
       fix-check-cyymmdd.
           if w-field-value not = 0
              and (w-field-value < 19000101
                 or w-field-value > 28991231)
              move 0 to w-fix-good
           end-if.
       fix-check-cyymmdd-ex.
           exit.

      * scan one fixed-width record in w-fixed-rec against both
      * field tables into w-out-element. w-fix-good comes back 0
      * when a numeric slice is not valid zoned/packed data or its
           set address of d-array to address of w-fixed-rec.
           move 1 to w-f.
           perform until w-f > w-layout-count or w-fix-good = 0
              perform fix-parse-field thru fix-parse-field-ex
              add 1 to w-f
           end-perform.
       fix-parse-record-ex.
           exit.

      * field w-f of the record in w-fixed-rec (which d-array must
      * already be mapped to) into its slice of w-out-element - a
      * date converted to the element's form. w-fix-good goes 0
      * when the field's data is bad or too big.
       fix-parse-field.
           move w-b-layout-offset(w-f) to w-fld-offset.
           move w-b-layout-length(w-f) to w-fld-length.
           move w-b-layout-type(w-f) to w-field-type.
           if w-layout-text(w-f)
              move w-fixed-rec(w-fld-offset + 1:w-fld-length)
                 to w-out-element(w-layout-offset(w-f) + 1:
                    w-layout-length(w-f))
              exit paragraph
           end-if

           perform validate-slice thru validate-slice-ex.
           if w-valid-flag = 0
              move 0 to w-fix-good
              exit paragraph
           end-if
           perform extract-field thru extract-field-ex.
           if w-layout-date(w-f)
              move w-layout-type(w-f) to w-field-type
              perform date-check thru date-check-ex
              if w-valid-flag = 0
                 move 0 to w-fix-good
                 exit paragraph
              end-if
              move w-field-value to w-parse-value
              perform store-parsed-number
                 thru store-parsed-number-ex
              exit paragraph
           end-if
           compute w-fix-scale = w-layout-decimals(w-f)
              - w-b-layout-decimals(w-f).
           perform fix-scale-value thru fix-scale-value-ex.
           if w-layout-display(w-f)
              move w-layout-length(w-f) to w-fld-digits
           else
              compute w-fld-digits = 2 * w-layout-length(w-f) - 1
           end-if.
           perform fix-check-limit thru fix-check-limit-ex.
           if w-fix-good = 1
              move w-field-value to w-parse-value
              perform store-parsed-number
                 thru store-parsed-number-ex
           end-if.
       fix-parse-field-ex.
           exit.

      * render the element d-array is mapped to as one fixed-width
      * record in w-fixed-rec, field for field through both tables.
      * w-fix-good comes back 0 when a value cannot fit its
                    compute w-fld-digits =
                       2 * w-b-layout-length(w-f) - 1
                 end-if
                 if w-b-layout-date-cyymmdd(w-f)
                    perform fix-check-cyymmdd thru fix-check-cyymmdd-ex
                 else
                    perform fix-check-limit thru fix-check-limit-ex
                 end-if
                 if w-fix-good = 1
                    perform fix-store-field thru fix-store-field-ex
                 end-if
           exit.

      * put w-field-value into file-side field w-f's slice of
      * w-fixed-rec, zoned or packed to match the feed - a date
      * going to a CYYMMDD field loses its 19 hundred years.
       fix-store-field.
           if w-b-layout-date-cyymmdd(w-f) and w-field-value not = 0
              subtract 19000000 from w-field-value
           end-if.
           if w-b-layout-display(w-f)
              move w-field-value to w-zoned-9
              move w-zoned-x(19 - w-b-layout-length(w-f):
      * mutation journal is concerned.
       foreach-store.
           perform journal-lookup thru journal-lookup-ex.
           if w-journal-on = 1 or w-undo-on = 1
              perform journal-capture-before
                 thru journal-capture-before-ex
           end-if.
           set address of d-array to w-offset-ptr.
           move w-out-element(1:w-array-element-sz)
              to d-array(1:w-array-element-sz).
           if w-undo-on = 1
              move "U" to w-undo-type
              move w-index to w-undo-index
              perform undo-element thru undo-element-ex
           end-if.
           if w-journal-on = 1
              move "update" to w-journal-entry
              move w-index to w-journal-index
           exit.

      * is the array under the current entry being journaled? fills
      * w-journal-on, w-journal-filename and w-journal-name from its
      * registry slot and resets the staged key parameters; always
      * off while a replay is applying. w-undo-on likewise says
      * whether the array is in the open unit of work, with its slot
      * staged in w-undo-slot for the undo record.
       journal-lookup.
           move 0 to w-journal-on.
           move 0 to w-undo-on.
           move spaces to w-journal-name.
           move 0 to w-journal-key-offset.
           move 0 to w-journal-key-length.
           move 0 to w-journal-descending.
                 to w-journal-on
              move w-registry-journal-file(w-registry-idx)
                 to w-journal-filename
              move w-registry-name(w-registry-idx) to w-journal-name
              if w-undo-open = 1
                 and w-registry-uow(w-registry-idx) = 1
                 move 1 to w-undo-on
                 move w-registry-idx to w-undo-slot
              end-if
           end-if.
       journal-lookup-ex.
           exit.
           move w-journal-key-offset to jr-key-offset.
           move w-journal-key-length to jr-key-length.
           move w-journal-descending to jr-descending.
           accept w-journal-date from date yyyymmdd.
           accept w-journal-time from time.
           move spaces to w-journal-user.
           accept w-journal-user from environment "USER".
           move w-journal-date to jr-date.
           move w-journal-time to jr-time.
           move w-journal-user to jr-user.
           move w-journal-name to jr-name.
           move w-journal-before to jr-before.
           move w-journal-after to jr-after.
           write journal-rec.
       journal-write-ex.
           exit.

      * an undo record with no data - an append or an insert, which
      * need only the type and index staged by the caller.
       undo-mark.
           move 0 to w-undo-bytes.
           perform undo-record thru undo-record-ex.
       undo-mark-ex.
           exit.

      * an undo record carrying the element image staged in
      * w-journal-before - an overwrite or a delete.
       undo-element.
           move w-array-element-sz to w-undo-bytes.
           set w-undo-data-ptr to address of w-journal-before.
           perform undo-record thru undo-record-ex.
       undo-element-ex.
           exit.

      * an undo record carrying the whole array as it stands, taken
      * before a sort or dedup reorders it.
       undo-snapshot.
           move "S" to w-undo-type.
           move w-array-length to w-undo-index.
           compute w-undo-bytes = w-array-length * w-array-element-sz.
           set w-undo-data-ptr to w-array-ptr.
           perform undo-record thru undo-record-ex.
       undo-snapshot-ex.
           exit.

      * put the staged header, the w-undo-bytes of data at
      * w-undo-data-ptr and the header again on the end of the undo
      * log. a log that cannot grow far enough is given up on -
      * w-undo-lost - and takes no more records.
       undo-record.
           if w-undo-lost = 1
              exit paragraph
           end-if
           if w-undo-bytes > 999999999 - UNDO-HDR-SZ * 2
              move 1 to w-undo-lost
              exit paragraph
           end-if
           compute w-undo-need = UNDO-HDR-SZ * 2 + w-undo-bytes.
           perform undo-grow thru undo-grow-ex.
           if w-undo-lost = 1
              exit paragraph
           end-if

           set w-undo-src-ptr to address of w-undo-hdr.
           move UNDO-HDR-SZ to w-undo-need.
           perform undo-put thru undo-put-ex.
           if w-undo-bytes > 0
              set w-undo-src-ptr to w-undo-data-ptr
              move w-undo-bytes to w-undo-need
              perform undo-put thru undo-put-ex
           end-if.
           set w-undo-src-ptr to address of w-undo-hdr.
           move UNDO-HDR-SZ to w-undo-need.
           perform undo-put thru undo-put-ex.
       undo-record-ex.
           exit.

      * make room on the undo log for w-undo-need more bytes, by
      * doubling the way grow-to-fit grows an array.
       undo-grow.
           if w-undo-log-used + w-undo-need <= w-undo-log-size
              exit paragraph
           end-if
           if w-undo-log-used + w-undo-need > 999999999
              move 1 to w-undo-lost
              exit paragraph
           end-if

           move w-undo-log-ptr to w-undo-old-ptr.
           if w-undo-log-size = 0
              move UNDO-LOG-INITIAL to w-undo-log-size
           end-if.
           perform until w-undo-log-used + w-undo-need
                 <= w-undo-log-size
              if w-undo-log-size > 499999999
                 move 999999999 to w-undo-log-size
              else
                 multiply w-undo-log-size by 2 giving w-undo-log-size
              end-if
           end-perform.
           call "m$alloc" using w-undo-log-size w-undo-log-ptr.
           if w-undo-old-ptr not = null
              if w-undo-log-used > 0
                 call "m$copy" using w-undo-log-ptr w-undo-old-ptr
                    w-undo-log-used
              end-if
              call "m$free" using w-undo-old-ptr
           end-if.
           set w-undo-old-ptr to null.
       undo-grow-ex.
           exit.

      * copy w-undo-need bytes from w-undo-src-ptr onto the end of
      * the undo log (room already made by undo-grow).
       undo-put.
           set w-undo-dest-ptr to w-undo-log-ptr.
           set w-undo-dest-ptr up by w-undo-log-used.
           call "m$copy" using w-undo-dest-ptr w-undo-src-ptr
              w-undo-need.
           add w-undo-need to w-undo-log-used.
       undo-put-ex.
           exit.

      * undo the whole log, newest record first. each record's
      * header is read back from the copy that closes it, which
      * gives the size of its data and so where the record before
      * it ends. a record for a slot no longer in the unit (its
      * array freed or reloaded since) is passed over.
       undo-rollback.
           move w-undo-log-used to w-undo-pos.
           perform until w-undo-pos = 0
              subtract UNDO-HDR-SZ from w-undo-pos
              set w-undo-src-ptr to w-undo-log-ptr
              set w-undo-src-ptr up by w-undo-pos
              set w-undo-dest-ptr to address of w-undo-hdr
              move UNDO-HDR-SZ to w-undo-need
              call "m$copy" using w-undo-dest-ptr w-undo-src-ptr
                 w-undo-need
              subtract w-undo-bytes from w-undo-pos
              set w-undo-data-ptr to w-undo-log-ptr
              set w-undo-data-ptr up by w-undo-pos
              subtract UNDO-HDR-SZ from w-undo-pos
              if w-registry-uow(w-undo-slot) = 1
                 perform undo-apply thru undo-apply-ex
              end-if
           end-perform.
       undo-rollback-ex.
           exit.

      * reverse one undo record on the array in its registry slot,
      * borrowed through w-array (the caller has parked its own
      * descriptor), and put the result back in the registry.
       undo-apply.
           move w-undo-slot to w-undo-k.
           perform undo-load-slot thru undo-load-slot-ex.

           if w-undo-type = "A"
              move w-undo-index to w-array-length
           end-if

           if w-undo-type = "I"
              move w-undo-index to w-index
              perform shift-the-array-down
                 thru shift-the-array-down-ex
              subtract 1 from w-array-length
           end-if

           if w-undo-type = "U"
              move w-undo-index to w-index
              perform elem-offset thru elem-offset-ex
              call "m$copy" using w-offset-ptr w-undo-data-ptr
                 w-array-element-sz
           end-if

           if w-undo-type = "D"
              move w-undo-index to w-index
              perform realloc thru realloc-ex
              if w-index < w-array-length
                 perform shift-the-array thru shift-the-array-ex
              else
                 perform elem-offset thru elem-offset-ex
              end-if
              call "m$copy" using w-offset-ptr w-undo-data-ptr
                 w-array-element-sz
              add 1 to w-array-length
           end-if

           if w-undo-type = "S"
              if w-undo-index > w-array-capacity
                 compute w-count = w-undo-index - w-array-length
                 perform grow-to-fit thru grow-to-fit-ex
              end-if
              if w-undo-bytes > 0
                 call "m$copy" using w-array-ptr w-undo-data-ptr
                    w-undo-bytes
              end-if
              move w-undo-index to w-array-length
           end-if

           perform sync-registry thru sync-registry-ex.
       undo-apply-ex.
           exit.

      * describe the array in registry slot w-undo-k in w-array.
       undo-load-slot.
           move w-registry-ptr(w-undo-k) to w-array-ptr.
           move w-registry-element-sz(w-undo-k) to w-array-element-sz.
           move w-registry-length(w-undo-k) to w-array-length.
           move w-registry-capacity(w-undo-k) to w-array-capacity.
       undo-load-slot-ex.
           exit.

      * put the marker in w-journal-entry on the journal of every
      * journaled array in the unit, each record carrying the
      * element size of the array it is written for.
       undo-markers.
           move w-array-element-sz to w-undo-save-sz.
           move 0 to w-journal-index.
           move 0 to w-journal-key-offset.
           move 0 to w-journal-key-length.
           move 0 to w-journal-descending.
           move spaces to w-journal-before.
           move spaces to w-journal-after.
           move 1 to w-undo-k.
           perform until w-undo-k > w-registry-max
              if w-registry-uow(w-undo-k) = 1
                 and w-registry-journal-on(w-undo-k) = 1
                 move w-registry-journal-file(w-undo-k)
                    to w-journal-filename
                 move w-registry-name(w-undo-k) to w-journal-name
                 move w-registry-element-sz(w-undo-k)
                    to w-array-element-sz
                 perform journal-write thru journal-write-ex
              end-if
              add 1 to w-undo-k
           end-perform.
           move w-undo-save-sz to w-array-element-sz.
       undo-markers-ex.
           exit.

      * end the unit: give back the undo log and let every array
      * out of it.
       undo-close.
           if w-undo-log-ptr not = null
              call "m$free" using w-undo-log-ptr
              set w-undo-log-ptr to null
           end-if.
           move 0 to w-undo-log-size.
           move 0 to w-undo-log-used.
           move 0 to w-undo-lost.
           move 0 to w-undo-open.
           move 1 to w-undo-k.
           perform until w-undo-k > w-registry-max
              move 0 to w-registry-uow(w-undo-k)
              add 1 to w-undo-k
           end-perform.
       undo-close-ex.
           exit.

      * the registry slot of each descriptor a unit-of-work entry
      * was handed, into w-undo-arg-slot.
       undo-arg-slots.
           move w-array to w-hold-array.
           initialize w-undo-arg-tbl.
           perform find-registry-slot thru find-registry-slot-ex.
           move w-registry-idx to w-undo-arg-slot(1).
           if w-args-size(2) > 0
              move w-b-array to w-array
              perform find-registry-slot thru find-registry-slot-ex
              move w-registry-idx to w-undo-arg-slot(2)
           end-if.
           if w-args-size(3) > 0
              move w-r-array to w-array
              perform find-registry-slot thru find-registry-slot-ex
              move w-registry-idx to w-undo-arg-slot(3)
           end-if.
           if w-args-size(4) > 0
              move w-only-a-array to w-array
              perform find-registry-slot thru find-registry-slot-ex
              move w-registry-idx to w-undo-arg-slot(4)
           end-if.
           if w-args-size(5) > 0
              move w-only-b-array to w-array
              perform find-registry-slot thru find-registry-slot-ex
              move w-registry-idx to w-undo-arg-slot(5)
           end-if.
           if w-args-size(6) > 0
              move w-both-array to w-array
              perform find-registry-slot thru find-registry-slot-ex
              move w-registry-idx to w-undo-arg-slot(6)
           end-if.
           move w-hold-array to w-array.
       undo-arg-slots-ex.
           exit.

      * bring every descriptor a unit-of-work entry was handed back
      * in step with its registry slot - a rollback may have changed
      * any of them. l-array keeps the call's verdict; each other
      * descriptor comes back ok, or not-found when it names no live
      * registered array.
       undo-args-refresh.
           move w-array-status to w-undo-status.
           move 1 to w-undo-a.
           perform undo-arg-refresh thru undo-arg-refresh-ex.
           move w-undo-status to w-array-status.
           move w-array to w-hold-array.
           if w-args-size(2) > 0
              move w-b-array to w-array
              move 2 to w-undo-a
              perform undo-arg-refresh thru undo-arg-refresh-ex
              move w-array to w-b-array
           end-if.
           if w-args-size(3) > 0
              move w-r-array to w-array
              move 3 to w-undo-a
              perform undo-arg-refresh thru undo-arg-refresh-ex
              move w-array to w-r-array
           end-if.
           if w-args-size(4) > 0
              move w-only-a-array to w-array
              move 4 to w-undo-a
              perform undo-arg-refresh thru undo-arg-refresh-ex
              move w-array to w-only-a-array
           end-if.
           if w-args-size(5) > 0
              move w-only-b-array to w-array
              move 5 to w-undo-a
              perform undo-arg-refresh thru undo-arg-refresh-ex
              move w-array to w-only-b-array
           end-if.
           if w-args-size(6) > 0
              move w-both-array to w-array
              move 6 to w-undo-a
              perform undo-arg-refresh thru undo-arg-refresh-ex
              move w-array to w-both-array
           end-if.
           move w-hold-array to w-array.
       undo-args-refresh-ex.
           exit.

      * descriptor w-undo-a, borrowed in w-array, reloaded from its
      * registry slot.
       undo-arg-refresh.
           if w-undo-arg-slot(w-undo-a) = 0
              or w-undo-arg-slot(w-undo-a) > w-registry-max
              set w-array-not-found to true
              exit paragraph
           end-if
           if w-registry-ptr(w-undo-arg-slot(w-undo-a)) = null
              set w-array-not-found to true
              exit paragraph
           end-if
           move w-undo-arg-slot(w-undo-a) to w-undo-k.
           perform undo-load-slot thru undo-load-slot-ex.
           set w-array-ok to true.
       undo-arg-refresh-ex.
           exit.

      * fetch whichever of the five optional descriptors after
      * l-array a unit-of-work entry was handed.
       undo-catch-args.
           if w-args-size(2) > 0
              move l-b-array to w-b-array
           end-if.
           if w-args-size(3) > 0
              move l-r-array to w-r-array
           end-if.
           if w-args-size(4) > 0
              move l-only-a-array to w-only-a-array
           end-if.
           if w-args-size(5) > 0
              move l-only-b-array to w-only-b-array
           end-if.
           if w-args-size(6) > 0
              move l-both-array to w-both-array
           end-if.
       undo-catch-args-ex.
           exit.

      * and hand them back.
       undo-return-args.
           if w-args-size(2) > 0
              move w-b-array to l-b-array
           end-if.
           if w-args-size(3) > 0
              move w-r-array to l-r-array
           end-if.
           if w-args-size(4) > 0
              move w-only-a-array to l-only-a-array
           end-if.
           if w-args-size(5) > 0
              move w-only-b-array to l-only-b-array
           end-if.
           if w-args-size(6) > 0
              move w-both-array to l-both-array
           end-if.
       undo-return-args-ex.
           exit.

      * book the call on the profile when that is on, put one line
      * on the error-trace log when the trace is on and the entry
      * now leaving stages a non-ok status, then wipe the
      * per-call scratch either way - every entry passes through
      * here on its way out, so the wipe guarantees a later entry
      * that does not catch an index, key or filename cannot log
      * another call's values.
       trace-check.
           if w-profile-on = 1
              move 1 to w-profile-named
              move 0 to w-profile-ok
              if w-array-status = 0
                 move 1 to w-profile-ok
              end-if
              perform profile-leave thru profile-leave-ex
           end-if
           if w-trace-on = 1 and w-array-status not = 0
              perform trace-write thru trace-write-ex
           end-if

      * one array:save-all section: a header carrying the registry
      * slot in the data bytes, then the elements of the array that
      * slot tracks, then the section's control trailer - its
      * count and a hash total over the whole element (a section
      * has no layout, so no sums). w-section-ok reports the writes.
       save-all-section.
           move 1 to w-section-ok.
           move w-registry-ptr(w-registry-idx) to w-array-ptr.
           end-if.

           perform save-elements thru save-elements-ex.
           if w-section-ok = 0
              exit paragraph
           end-if

           initialize w-ctl-trailer.
           move w-array-element-sz to w-ctl-hash-length.
           perform ctl-write-record thru ctl-write-record-ex.
       save-all-section-ex.
           exit.

      * buffer, and only then swap it in under the section's registry
      * slot, so a read failure leaves the slot's array untouched. a
      * section for a slot with no live array is read past and noted
      * "4" in the status list. the elements are checked against the
      * section's control trailer before the swap: a section that
      * disagrees with it is dropped ("8" in the status list) and
      * the slot keeps what it had, and a section with no trailer
      * behind it stops the load, since the stream can no longer be
      * trusted to be where the next section header should be.
       load-all-section.
           move 1 to w-section-ok.
           read array-file
                    exit perform
                 end-if
              end-perform
              if w-section-ok = 1
                 read array-file
                    at end
                    move 0 to w-section-ok
                 end-read
                 if w-file-status not = "00"
                    move 0 to w-section-ok
                 end-if
              end-if
              exit paragraph
           end-if.

              exit paragraph
           end-if.

           move 0 to w-ctl-first.
           perform ctl-read-record thru ctl-read-record-ex.
           if w-ctl-ok = 0
              call "m$free" using w-array-ptr
              move "8" to w-status-list(w-registry-idx:1)
              move 0 to w-all-ok
              if w-ctl-found = 0 or not w-file-ctl-is-trailer
                 move 0 to w-section-ok
              end-if
              exit paragraph
           end-if.

           call "m$free" using w-registry-ptr(w-registry-idx).
           move w-array-ptr to w-registry-ptr(w-registry-idx).
           move w-array-element-sz
           move w-array-length to w-registry-length(w-registry-idx).
           move w-array-capacity
              to w-registry-capacity(w-registry-idx).
      * replaced whole, the slot leaves any open unit of work - its
      * undo records describe the contents just given back.
           move 0 to w-registry-uow(w-registry-idx).
      * the name the section was saved under comes back with it, so
      * a restart's slots answer to the same names the original run
      * set - unless another live slot already answers to it, which
                    if w-status-list(w-registry-idx:1) = "6"
                       move "FILE ERROR" to w-detail(39:10)
                    else
                       if w-status-list(w-registry-idx:1) = "8"
                          move "CONTROL TOTALS" to w-detail(39:14)
                       else
                          move "STATUS" to w-detail(39:6)
                          move w-status-list(w-registry-idx:1)
                             to w-detail(46:1)
                       end-if
                    end-if
                 end-if
              end-if
       journal-apply-ex.
           exit.

      * journal-replay's first pass: one verdict byte per "begin"
      * marker, in file order, set to C when a "commit" closes that
      * unit. a rollback, or another begin before any close (the
      * job that opened the unit died and a rerun began again),
      * leaves the verdict blank.
       replay-scan.
           open input journal-file.
           if w-journal-status not = "00"
              set w-array-file-error to true
              exit paragraph
           end-if

           set w-array-ok to true.
           move 0 to w-rv-open.
           perform until w-journal-status not = "00"
              read journal-file
                 at end
                 exit perform
              end-read
              if w-journal-status not = "00"
                 set w-array-file-error to true
                 exit perform
              end-if
              if jr-entry = "begin"
                 perform replay-note-begin thru replay-note-begin-ex
              end-if
              if jr-entry = "commit" and w-rv-open > 0
                 move w-rv-open to w-rv-group
                 perform replay-verdict-byte
                    thru replay-verdict-byte-ex
                 move "C" to d-array(1:1)
                 move 0 to w-rv-open
              end-if
              if jr-entry = "rollback"
                 move 0 to w-rv-open
              end-if
           end-perform.
           close journal-file.
       replay-scan-ex.
           exit.

      * a blank verdict for the unit a "begin" opens, on the end of
      * the verdict array (borrowed through w-array); w-rv-open
      * names it until a commit or rollback closes it.
       replay-note-begin.
           move w-array to w-hold-array.
           move w-rv-array to w-array.
           move space to w-out-element(1:1).
           perform append-out-element thru append-out-element-ex.
           move w-array-length to w-rv-open.
           move w-array to w-rv-array.
           move w-hold-array to w-array.
       replay-note-begin-ex.
           exit.

      * address the verdict byte of unit w-rv-group through d-array.
       replay-verdict-byte.
           compute w-offset-bytes = w-rv-group - 1.
           set w-offset-ptr to w-rv-array-ptr.
           set w-offset-ptr up by w-offset-bytes.
           set address of d-array to w-offset-ptr.
       replay-verdict-byte-ex.
           exit.

      * one journal record on the applying pass: a "begin" looks up
      * its unit's verdict and skips the unit unless it committed,
      * its "commit" or "rollback" ends the skip, and anything else
      * is applied unless skipped.
       replay-one.
           if jr-entry = "begin"
              add 1 to w-rv-group
              perform replay-verdict-byte thru replay-verdict-byte-ex
              if d-array(1:1) = "C"
                 move 0 to w-rv-skip
              else
                 move 1 to w-rv-skip
              end-if
              exit paragraph
           end-if
           if jr-entry = "commit" or jr-entry = "rollback"
              move 0 to w-rv-skip
              exit paragraph
           end-if
           if w-rv-skip = 0
              perform journal-apply thru journal-apply-ex
           end-if.
       replay-one-ex.
           exit.




