      *>             the reject-suffix strip scans for the suffix's
      *>             full ' ~ column '/' ~ expected ' lead-ins, so a
      *>             bad value containing ' ~ ' recovers cleanly.
      *> 2026-10-05  Added a master change journal: every ADD, CHANGE
      *>             and DELETE applied to contacts.mst - by a
      *>             conversion, a reprocess pass, the delete sweep
      *>             or a maintenance DELETE/PURGE - appends one
      *>             entry to the dated journal_yyyymmdd.dat holding
      *>             the run id, input file, key, and the record's
      *>             full before and after images with their
      *>             per-column rank/date provenance. A new BACKOUT=
      *>             run mode (BACKOUT=RUN=yyyymmddhhmmss or
      *>             BACKOUT=FILE=name, optional JOURNALDATE=) applies
      *>             the matching entries newest first, restoring
      *>             each before image; a key touched again since is
      *>             reported as a conflict and left alone. Every
      *>             entry is listed on backout_yyyymmdd.rpt, the
      *>             reversals are themselves journaled, and the run
      *>             lands a BACKOUT audit record.
      *> 2026-10-06  SQL output is now apply-ready: under MASTER=Y an
      *>             ADD row is an INSERT, a CHANGE an UPDATE of the
      *>             non-key columns and a DELETE a DELETE, both with
      *>             a WHERE on the KEY= columns (withheld, and
      *>             flagged, when a key column is missing from the
      *>             file). SQLTABLE= names the table and SQLKEY= its
      *>             key columns. Each file (and each split slice) is
      *>             wrapped in a transaction - SQLBEGIN= overrides
      *>             the opening statement - with a COMMIT after
      *>             every SQLCOMMIT= statements and at the end.
      *> 2026-10-07  Every conversion and reprocess run now writes a
      *>             manifest (manifest_yyyymmdd.dat, or
      *>             manifest_rework_yyyymmdd.dat) listing each output
      *>             file produced - split slices, rework files and
      *>             copybooks included - with its format, record
      *>             count, ADD/CHANGE/DELETE counts, a hash total of
      *>             the MANIFESTHASH= column, and its line and byte
      *>             counts as read back from disk. OUTTRAILER=Y ends
      *>             the fixed-width and Excel outputs with a trailer
      *>             record carrying the same counts (the fixed-width
      *>             layout is added to the generated copybook).
      *>             Housekeeping archives aged manifests.
      *> 2026-10-08  Added an intake guard to pre-flight: every input
      *>             is fingerprinted (data rows, bytes, Adler-32
      *>             content hash) and the fingerprint is appended to
      *>             its cobolenate.aud record. A file identical to
      *>             one already converted COMPLETE, or whose row
      *>             count is outside INTAKETOLERANCE= percent of its
      *>             last INTAKEAVERAGE= runs, is held - not
      *>             converted, audited HELD, return code 6, and the
      *>             master delete sweep stands down. INTAKEGUARD=N
      *>             releases a file deliberately sent again.
      *> 2026-10-09  Added a golden-record publication run mode:
      *>             PUBLISH=Y reads contacts.mst in key order,
      *>             unstrings each stored image into the mapped
      *>             columns of the input layout (PUBLISHLAYOUT=
      *>             overrides) and pushes every record through the
      *>             FILTER:, SORT= and selected converts into dated
      *>             output_golden_* files, with its own totals,
      *>             manifest and audit record. PUBLISHFROM=/
      *>             PUBLISHTO= select by last-touched date and
      *>             PUBLISHRANK= by supplying source rank.
      *> 2026-10-10  Added a downstream reconciliation run mode:
      *>             RECONCILE=name [delimiter] reads the CRM's own
      *>             key-plus-fields export through the crosswalk and
      *>             XFORM: rules and compares it to contacts.mst by
      *>             KEY=, reporting keys missing downstream, keys
      *>             downstream the master does not hold and
      *>             per-column value mismatches to
      *>             reconcile_yyyymmdd.rpt. RECONCILEDELTA=Y also
      *>             writes the corrective ADD/CHANGE/DELETE records
      *>             as dated output_recon_* files in the selected
      *>             formats, with their own manifest. The master is
      *>             only read.
      *> 2026-10-11  Added per-consumer output profiles:
      *>             OUTPROFILE:consumer FORMATS=n COLUMNS=a,b:width
      *>             cards (repeatable to extend the column list) and
      *>             OUTFILTER:consumer:column=op=value cards. The
      *>             conversion pass stages every converted row once,
      *>             then writes each profile's own dated
      *>             output_consumer_* file set - its columns in its
      *>             order, its widths, its filters, .cpy to match -
      *>             with a totals line and an audit record per
      *>             profile. Housekeeping archives the profile files.
      *> 2026-10-12  Added contact erasure: the maintenance command
      *>             ERASE key removes the contact from contacts.mst,
      *>             blanks the before/after images of its entries in
      *>             every change journal (a backout can no longer
      *>             bring it back), and sweeps the work files, the
      *>             inputs, and every dated output and report the
      *>             naming scheme can regenerate for ERASEDAYS= days
      *>             back - in the run directory and under
      *>             ARCHIVEPATH= - removing the contact's rows or
      *>             blanking its values in place. Every file touched
      *>             is listed on the erase_yyyymmdd.rpt certificate.
      *>             The key also goes onto the indexed suppression
      *>             list 'suppress.key', which conversion and
      *>             reprocess runs check after the duplicate test: a
      *>             suppressed contact is counted and dropped instead
      *>             of reaching the outputs or the master again.
      *> 2026-10-13  Added vendor re-key handling: 'rekey.dat' carries
      *>             oldkey=newkey=yyyymmdd lines. Under MASTER=Y a
      *>             row whose key the master does not hold, but whose
      *>             old key it does, moves the stored record to the
      *>             new key - provenance intact - instead of an ADD
      *>             now and a DELETE at the sweep. The outputs carry a
      *>             REKEY action with the previous key (an UPDATE of
      *>             the old row in SQL), the journal a REKEY entry a
      *>             backout can reverse, and the totals, checkpoint
      *>             and audit record a re-key count.
      *> 2026-10-14  Added a reject analysis report. Every reject
      *>             record now ends ' ~ from <input file>' (a
      *>             reprocess pass carries the original file forward)
      *>             and the row that trips REJECTLIMIT= is marked
      *>             ' ~ reject limit at n'. Conversion and reprocess
      *>             runs finish by grouping their rejects by input
      *>             file, column and reason - type failure, code not
      *>             on table, shape mismatch, reject limit - with
      *>             counts, sample values and the groups new since
      *>             the previous analysis, to rejects_yyyymmdd.rpt.
      *>             REJECTREPORT=Y produces the same report on demand
      *>             over reject.dat, reject_carry.dat and the rolled
      *>             dated reject files for REJECTDAYS= days back.
      *> 2026-10-15  ERASE now matches a record by its key columns
      *>             only - placed from a delimited file's header, an
      *>             input's header for its rejects, the member or
      *>             element names in JSON and XML, and the column
      *>             lists in SQL - so another contact merely sharing
      *>             a value is left alone. Records that hold the key
      *>             only as bare values (fixed-width files, report
      *>             lines) are listed on the certificate for manual
      *>             review, not changed. A REKEY journal entry that
      *>             moved the contact off the key is blanked too, and
      *>             the new key is named on the certificate.
      *> 2026-10-15  The intake guard's volume check now follows an
      *>             input by its name stem (no directory, extension
      *>             or digits), so a dated daily file is weighed
      *>             against the days before it instead of never
      *>             having any history.
      *> 2026-10-15  SQL output names a key column by its SQLKEY= name
      *>             in INSERT column lists and UPDATE SET clauses, as
      *>             the WHERE clauses already did. The checkpoint
      *>             carries the manifest hash total, so a resumed
      *>             file's trailer and manifest line cover its rows
      *>             from before the restart; a resumed split slice,
      *>             whose earlier rows no checkpoint counts, is
      *>             marked UNVERIFIED on the manifest and gets no
      *>             trailer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ARCH-OUT-FILE ASSIGN DYNAMIC WS-ARCH-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-OUT-STATUS.
           SELECT JOURNAL-FILE ASSIGN DYNAMIC WS-JRN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT BACKOUT-SORT-FILE ASSIGN TO 'bkosort.tmp'.
           SELECT MANIFEST-FILE ASSIGN DYNAMIC WS-MFT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT MANIFEST-CHECK-FILE ASSIGN DYNAMIC WS-MFT-CHECK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MFT-CHECK-STATUS.
           SELECT INTAKE-CHECK-FILE ASSIGN DYNAMIC WS-INFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT PROFILE-STAGE-FILE ASSIGN TO 'outprof.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPF-STATUS.
           SELECT SUPPRESS-FILE ASSIGN TO 'suppress.key'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUPPRESS-KEY
               FILE STATUS IS WS-SUP-STATUS.
           SELECT ERASE-SCAN-FILE ASSIGN DYNAMIC WS-ERA-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERA-STATUS.
           SELECT ERASE-WORK-FILE ASSIGN TO 'erase.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERA-WORK-STATUS.
           SELECT REKEY-FILE ASSIGN TO 'rekey.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RKY-STATUS.
           SELECT REJECT-SCAN-FILE ASSIGN DYNAMIC WS-RJA-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJA-STATUS.
           SELECT REJECT-GROUP-FILE ASSIGN TO 'reject_groups.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJA-GRP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  COPYBOOK-RECORD PIC X(100).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD PIC X(300).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD PIC X(100).

      *> Sort work record: one composite text key built so a plain
      *> ascending byte compare yields the requested order (see
      *> BUILD-SORT-KEY), the delta action and a REKEY's previous
      *> key, and the row's fields serialized the same X'1F'-joined
      *> way the master image is.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SRT-SORT-KEY PIC X(200).
           05  SRT-ACTION PIC X(6).
           05  SRT-PRIOR-KEY PIC X(200).
           05  SRT-FIELD-DATA PIC X(50100).

       FD  MAINT-REPORT-FILE.
       FD  ARCH-OUT-FILE.
       01  ARCH-OUT-RECORD PIC X(32000).

      *> Master change journal: one entry per master ADD, CHANGE or
      *> DELETE, laid out as WS-JRN-ENTRY describes.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD PIC X(101945).

      *> Backout work record: a journal entry, ordered newest first on
      *> its run id and sequence so reversals unwind in reverse.
       SD  BACKOUT-SORT-FILE.
       01  BACKOUT-SORT-RECORD.
           05  BKS-RUN-ID PIC X(14).
           05  BKS-SEQ PIC 9(7).
           05  FILLER PIC X(101924).

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD PIC X(250).

      *> Read-back of a finished output file for the manifest: the
      *> record length each READ reports is the line's size on disk.
       FD  MANIFEST-CHECK-FILE
           RECORD VARYING IN SIZE FROM 0 TO 32000 CHARACTERS
               DEPENDING ON WS-MFT-LINE-LEN.
       01  MANIFEST-CHECK-RECORD PIC X(32000).

      *> Pre-flight read of an input for its intake fingerprint, the
      *> same way: each READ reports the line's size on disk.
       FD  INTAKE-CHECK-FILE
           RECORD VARYING IN SIZE FROM 0 TO 32000 CHARACTERS
               DEPENDING ON WS-FP-LINE-LEN.
       01  INTAKE-CHECK-RECORD PIC X(32000).

      *> Rows converted this file, staged for the output profiles.
       FD  PROFILE-STAGE-FILE.
       01  PROFILE-STAGE-RECORD PIC X(50316).

      *> The suppression list: one record per erased contact's key and
      *> the date it was erased. It is never aged or trimmed - it is
      *> what stops the next extract re-ADDing someone who asked to be
      *> forgotten.
       FD  SUPPRESS-FILE.
       01  SUPPRESS-RECORD.
           05  SUPPRESS-KEY PIC X(200).
           05  SUPPRESS-DATE PIC 9(8).

      *> Read of a file an ERASE sweeps: each READ reports the line's
      *> size on disk, so the key search never wades through padding.
       FD  ERASE-SCAN-FILE
           RECORD VARYING IN SIZE FROM 0 TO 32000 CHARACTERS
               DEPENDING ON WS-ERA-LINE-LEN.
       01  ERASE-SCAN-RECORD PIC X(32000).

      *> The scrubbed copy of a file being erased, sized for a change
      *> journal entry, before it is copied back over the original.
       FD  ERASE-WORK-FILE.
       01  ERASE-WORK-RECORD PIC X(101945).

      *> Vendor key-change cross-reference, oldkey=newkey=yyyymmdd.
       FD  REKEY-FILE.
       01  REKEY-RECORD PIC X(420).

      *> A reject or carry-forward file read back for the reject
      *> analysis.
       FD  REJECT-SCAN-FILE.
       01  REJECT-SCAN-RECORD PIC X(9400).

      *> The groups the previous reject analysis found, one
      *> file/column/reason key per line.
       FD  REJECT-GROUP-FILE.
       01  REJECT-GROUP-RECORD PIC X(220).

       WORKING-STORAGE SECTION.
      *> Column count actually present on the header row governs how
      *> many elements of the tables below are in play on this run, so
       01  WS-RWK-LINE PIC X(9400).
       01  WS-RWK-LINE-LEN PIC 9(4) VALUE 0.
       01  WS-RWK-TILDE-POS PIC 9(4) VALUE 0.
       01  WS-RWK-FROM-POS PIC 9(4) VALUE 0.
       01  WS-RWK-SCAN-IDX PIC 9(4) VALUE 0.
       01  WS-REPAIR-COUNT PIC 9(2) VALUE 0.
       01  WS-REPAIR-TABLE.
       01  WS-ROW-REPAIRED PIC X VALUE 'N'.
       01  WS-RECORDS-REPAIRED PIC 9(7) VALUE 0.

      *> Golden-record publication mode: PUBLISH=Y reads contacts.mst
      *> in key order instead of a vendor CSV, unstrings each stored
      *> field image back into the mapped columns, and pushes every
      *> record through the FILTER: cards, SORT= ordering and the
      *> selected converts into its own dated output_golden_* file
      *> set - a full loadable extract of the merged golden records
      *> for rebuilding a downstream system or seeding a new
      *> consumer, where a delta run only carries the day's changes.
      *> The stored image carries no column names, so the header row
      *> is taken from the run's configured input file the way the
      *> reprocess pass takes it (PUBLISHLAYOUT= names another file).
      *> PUBLISHFROM=/PUBLISHTO= (yyyymmdd) select on the record's
      *> last-touched date and PUBLISHRANK=n on a source rank having
      *> supplied at least one surviving column value.
       01  WS-PUBLISH-MODE PIC X VALUE 'N'.
           88  PUBLISH-RUN-SELECTED VALUE 'Y'.
       01  WS-PUB-LAYOUT-NAME PIC X(100) VALUE SPACES.
       01  WS-PUB-FROM-DATE PIC 9(8) VALUE 0.
       01  WS-PUB-TO-DATE PIC 9(8) VALUE 99999999.
       01  WS-PUB-RANK PIC 9(2) VALUE 0.
       01  WS-PUB-RANK-CARD PIC X VALUE 'N'.
           88  PUBLISH-RANK-SELECTED VALUE 'Y'.
       01  WS-PUB-SELECTED PIC X VALUE 'N'.
           88  MASTER-RECORD-SELECTED VALUE 'Y'.
       01  WS-PUB-NOT-SELECTED PIC 9(7) VALUE 0.

      *> Downstream reconciliation mode: RECONCILE=name [delimiter]
      *> reads the CRM's own export of what it holds - a header row
      *> naming the key and whichever fields it carries, then one row
      *> per contact - and compares it to contacts.mst by KEY=. The
      *> export goes through the crosswalk and XFORM: rules like any
      *> input (no lookups, no type validation), so it is compared in
      *> the same terms the master was built in. The master's column
      *> names come off the run's configured input file the way the
      *> publication run takes them (RECONCILELAYOUT= names another
      *> file); WS-RCN-COL-MAP holds, for each export column, the
      *> master column carrying the same mapped name (zero if none).
      *> RECONCILEDELTA=Y writes the corrective records - ADD for a
      *> key missing downstream, CHANGE carrying the master's values
      *> for a mismatched row, DELETE for a key the master does not
      *> hold - in the export's own layout to dated output_recon_*
      *> files.
       01  WS-RECONCILE-MODE PIC X VALUE 'N'.
           88  RECONCILE-RUN-SELECTED VALUE 'Y'.
       01  WS-RCN-FILE-NAME PIC X(100) VALUE SPACES.
       01  WS-RCN-DELIM-NAME PIC X(10) VALUE SPACES.
       01  WS-RCN-LAYOUT-NAME PIC X(100) VALUE SPACES.
       01  WS-RCN-DELTA PIC X VALUE 'N'.
           88  RECONCILE-DELTA-SELECTED VALUE 'Y'.
       01  WS-RCN-MST-COUNT PIC 9(2) VALUE 0.
       01  WS-RCN-MST-NAMES.
           05  WS-RCN-MST-NAME OCCURS 50 TIMES PIC X(100).
       01  WS-RCN-COL-MAPS.
           05  WS-RCN-COL-MAP OCCURS 50 TIMES PIC 9(2).
       01  WS-RCN-COL-IDX PIC 9(2) VALUE 0.
       01  WS-RCN-MAPPED-COUNT PIC 9(2) VALUE 0.
       01  WS-RCN-ROW-STATE PIC X VALUE 'N'.
           88  RECONCILE-ROW-DIFFERS VALUE 'Y'.
       01  WS-RCN-SETUP PIC X VALUE 'N'.
           88  RECONCILE-SETUP-OK VALUE 'Y'.
       01  WS-RCN-TAG PIC X(10) VALUE SPACES.
       01  WS-RCN-PTR PIC 9(3) VALUE 1.
       01  WS-RCN-MATCHED PIC 9(7) VALUE 0.
       01  WS-RCN-MISSING PIC 9(7) VALUE 0.
       01  WS-RCN-EXTRA PIC 9(7) VALUE 0.
       01  WS-RCN-MISMATCH-ROWS PIC 9(7) VALUE 0.
       01  WS-RCN-MISMATCH-COLS PIC 9(7) VALUE 0.
       01  WS-RCN-DUPLICATES PIC 9(7) VALUE 0.
       01  WS-RCN-UNUSABLE PIC 9(7) VALUE 0.

      *> Per-consumer output profiles. Each OUTPROFILE: card names a
      *> downstream consumer and gives it its own formats and its own
      *> column list - in its order, with an optional width override
      *> per column - and OUTFILTER: cards give it row filters of its
      *> own, in FILTER: card syntax. The conversion pass stages every
      *> row it converts once to PROFILE-STAGE-FILE, with one Y/N byte
      *> per profile recording whether the row passed that profile's
      *> filters; at end of file each profile's file set is written
      *> from the stage in turn.
       01  WS-OPF-COUNT PIC 9(2) VALUE 0.
       01  WS-OPF-TABLE.
           05  WS-OPF-ENTRY OCCURS 10 TIMES.
               10  WS-OPF-NAME PIC X(20).
               10  WS-OPF-FORMATS PIC X(20).
               10  WS-OPF-COL-COUNT PIC 9(2).
               10  WS-OPF-READ PIC 9(7).
               10  WS-OPF-WRITTEN PIC 9(7).
               10  WS-OPF-FILTERED PIC 9(7).
               10  WS-OPF-COLUMN OCCURS 50 TIMES.
                   15  WS-OPF-COL-NAME PIC X(100).
                   15  WS-OPF-COL-WIDTH PIC 9(4).
                   15  WS-OPF-COL-SRC PIC 9(2).
       01  WS-OPF-IDX PIC 9(2) VALUE 0.
       01  WS-OPF-SCAN-IDX PIC 9(2) VALUE 0.
       01  WS-OPF-COL-IDX PIC 9(2) VALUE 0.
       01  WS-OPF-SRC-IDX PIC 9(2) VALUE 0.
       01  WS-OPF-WORD-IDX PIC 9(1) VALUE 0.
       01  WS-OPF-CHAR-IDX PIC 9(1) VALUE 0.
       01  WS-OPF-PTR PIC 9(3) VALUE 1.
       01  WS-OPF-TALLY PIC 9(2) VALUE 0.
       01  WS-OPF-CARD-NAME PIC X(20) VALUE SPACES.
       01  WS-OPF-CARD-WORDS.
           05  WS-OPF-CARD-WORD OCCURS 3 TIMES PIC X(189).
       01  WS-OPF-COL-LIST PIC X(181) VALUE SPACES.
       01  WS-OPF-ITEM PIC X(110) VALUE SPACES.
       01  WS-OPF-WIDTH-TEXT PIC X(4) VALUE SPACES.
      *> WS-OPF-FLT-CARD is laid out exactly as a WS-FLT-CARD-ENTRY
      *> so the card can be moved whole into the filter table's work
      *> slot and tested by TEST-FILTER-CARD.
       01  WS-OPF-FLT-COUNT PIC 9(2) VALUE 0.
       01  WS-OPF-FLT-TABLE.
           05  WS-OPF-FLT-ENTRY OCCURS 20 TIMES.
               10  WS-OPF-FLT-PROFILE PIC 9(2).
               10  WS-OPF-FLT-CARD.
                   15  WS-OPF-FLT-HEADER PIC X(100).
                   15  WS-OPF-FLT-OP PIC X(2).
                   15  WS-OPF-FLT-VALUE PIC X(100).
                   15  WS-OPF-FLT-COL-IDX PIC 9(2).
       01  WS-OPF-FLT-IDX PIC 9(2) VALUE 0.
      *> One staged row: its delta action, the per-profile pass flags,
      *> a REKEY's previous key and the row's field image, unit
      *> separators swapped for WS-JRN-SAFE-SEP the way the journal
      *> stores images.
       01  WS-OPF-STAGE-LINE.
           05  WS-OPF-STAGE-ACTION PIC X(6).
           05  WS-OPF-STAGE-FLAGS.
               10  WS-OPF-STAGE-FLAG OCCURS 10 TIMES PIC X.
           05  WS-OPF-STAGE-PRIOR-KEY PIC X(200).
           05  WS-OPF-STAGE-IMAGE PIC X(50100).
       01  WS-OPF-STAGE-PTR PIC 9(5) VALUE 1.
       01  WS-OPF-STATUS PIC XX.
       01  WS-OPF-STAGING PIC X VALUE 'N'.
           88  PROFILE-STAGE-OPEN VALUE 'Y'.
       01  WS-OPF-STAGE-EOF PIC X VALUE 'N'.
           88  PROFILE-STAGE-AT-EOF VALUE 'Y'.
       01  WS-OPF-DONE PIC X VALUE 'N'.
           88  OUTPUT-PROFILES-WRITTEN VALUE 'Y'.
      *> The input file's own layout and output settings, put aside
      *> while the profiles borrow the column tables and converts.
       01  WS-OPF-SAVE-COUNT PIC 9(2) VALUE 0.
       01  WS-OPF-SAVE-CHOICE PIC X(20) VALUE SPACES.
       01  WS-OPF-SAVE-SPLIT PIC X VALUE 'N'.
       01  WS-OPF-SAVE-RESTART PIC 9(7) VALUE 0.
       01  WS-OPF-SAVE-HASH-IDX PIC 9(2) VALUE 0.
       01  WS-OPF-SAVE-PREFIX PIC X(60) VALUE SPACES.
       01  WS-OPF-SAVE-BASE-PREFIX PIC X(60) VALUE SPACES.
       01  WS-OPF-SAVE-CUR-TABLE PIC X(28) VALUE SPACES.
       01  WS-OPF-SAVE-KEYS.
           05  WS-OPF-SAVE-KEY-IDX OCCURS 5 TIMES PIC 9(2).
       01  WS-OPF-SAVE-LAYOUT.
           05  WS-OPF-SAVE-COLUMN OCCURS 50 TIMES.
               10  WS-OPF-SAVE-HEADER PIC X(100).
               10  WS-OPF-SAVE-MATCHED PIC X(100).
               10  WS-OPF-SAVE-TYPE PIC X(100).
               10  WS-OPF-SAVE-LENGTH PIC 9(4).

      *> Truncation accounting: a field longer than its 1000-byte
      *> capacity, an input record longer than the 8192-byte record
      *> area (file status 04 on the read), or an output line that
       01  WS-SQL-LITERAL-LEN PIC 9(4) VALUE 0.
       01  WS-SQL-OUT-PTR PIC 9(4) VALUE 1.

      *> Apply-ready SQL: SQLTABLE= names the target table, SQLKEY=
      *> gives the table's key column names one for one with the
      *> KEY= columns (default: those columns' mapped names),
      *> SQLBEGIN= the statement that opens a transaction, and
      *> SQLCOMMIT=n commits and reopens the transaction after every
      *> n statements (0 = one transaction per file). Under MASTER=Y
      *> the row's delta action picks the statement: ADD an INSERT,
      *> CHANGE an UPDATE of the non-key columns and DELETE a DELETE,
      *> both keyed on the KEY= columns.
       01  WS-SQL-TABLE PIC X(100) VALUE 'table_name'.
       01  WS-SQL-BEGIN-STMT PIC X(100) VALUE 'START TRANSACTION;'.
       01  WS-SQL-COMMIT-EVERY PIC 9(7) VALUE 0.
       01  WS-SQL-STMT-COUNT PIC 9(7) VALUE 0.
       01  WS-SQL-KEY-SPEC PIC X(190) VALUE SPACES.
       01  WS-SQL-KEY-TABLE.
           05  WS-SQL-KEY-NAME OCCURS 5 TIMES PIC X(100).
       01  WS-SQL-COL-IS-KEY PIC X VALUE 'N'.
       01  WS-SQL-COL-KEY-PART PIC 9 VALUE 0.
       01  WS-SQL-KEY-USABLE PIC X VALUE 'Y'.
       01  WS-SQL-SET-ANY PIC X VALUE 'N'.
       01  WS-SQL-DIGIT-IDX PIC 9(2) VALUE 0.

      *> Checkpoint/restart: every WS-CKPT-INTERVAL data records the
      *> run date and the records-read/written/rejected counts are
      *> written to CHECKPOINT-FILE. On startup those counts are read
      *> OUTPUT so earlier output is not overwritten.
       01  WS-OUT-STATUS PIC XX.
       01  WS-CKPT-STATUS PIC XX.
       01  WS-CKPT-LINE PIC X(300).
       01  WS-CKPT-INTERVAL PIC 9(7) VALUE 100.
       01  WS-CKPT-QUOTIENT PIC 9(7) VALUE 0.
       01  WS-CKPT-REMAINDER PIC 9(7) VALUE 0.
       01  WS-CKPT-CONF-RANK PIC 9(7) VALUE 0.
       01  WS-CKPT-CONF-RECENT PIC 9(7) VALUE 0.
       01  WS-CKPT-INFILE PIC X(100) VALUE SPACES.
       01  WS-CKPT-SUPPRESSED PIC 9(7) VALUE 0.
       01  WS-CKPT-REKEYED PIC 9(7) VALUE 0.
      *> The manifest hash total of the rows written so far, so a
      *> resumed file's trailer covers the rows before the restart
      *> too. A checkpoint from before it was kept has none - its
      *> resumed files cannot be vouched for.
       01  WS-CKPT-HASH PIC S9(11)V9(6) VALUE 0.
       01  WS-CKPT-HASH-TEXT PIC X(19) VALUE SPACES.
       01  WS-CKPT-HASH-EDIT PIC -9(11).9(6).
       01  WS-CKPT-HASH-SEEN PIC X VALUE 'N'.
       01  WS-RESTART-COUNT PIC 9(7) VALUE 0.
       01  WS-SKIP-COUNT PIC 9(7) VALUE 0.

               10  WS-CTL-REQ PIC X(10).
               10  WS-CTL-SKIP PIC X.
               10  WS-CTL-RANK PIC 9(2).
               10  WS-CTL-FP-ROWS PIC 9(9).
               10  WS-CTL-FP-BYTES PIC 9(12).
               10  WS-CTL-FP-HASH PIC 9(10).
       01  WS-CTL-WORD-TABLE.
           05  WS-CTL-WORD OCCURS 5 TIMES PIC X(20).
       01  WS-CTLW-IDX PIC 9(1) VALUE 1.
           88  DUP-KEY-FOUND VALUE 'Y'.
       01  WS-DUP-STORE-FAILED PIC X VALUE 'N'.
           88  DUP-STORE-FAILED VALUE 'Y'.
      *> The suppression list of erased contacts' keys, checked after
      *> the duplicate test on every keyed conversion and reprocess
      *> run. No list yet (nothing ever erased) simply means nothing
      *> is suppressed; a list that exists but cannot be read stops
      *> the run, as a seen-key store failure does.
       01  WS-SUP-STATUS PIC XX.
       01  WS-SUPPRESS-OPEN PIC X VALUE 'N'.
           88  SUPPRESS-LIST-OPEN VALUE 'Y'.
           88  SUPPRESS-LIST-FAILED VALUE 'F'.
       01  WS-SUP-FOUND PIC X VALUE 'N'.
           88  KEY-IS-SUPPRESSED VALUE 'Y'.
       01  WS-RECORDS-DUPLICATE PIC 9(7) VALUE 0.
       01  WS-GRAND-DUPLICATE PIC 9(7) VALUE 0.
       01  WS-DUP-FILE-STARTED PIC X VALUE 'N'.
           88  DELTA-ROW-CHANGED VALUE 'CHANGE'.
           88  DELTA-ROW-DELETED VALUE 'DELETE'.
           88  DELTA-ROW-UNCHANGED VALUE 'SAME'.
           88  DELTA-ROW-REKEYED VALUE 'REKEY'.
       01  WS-FIELD-SEP PIC X VALUE X'1F'.
       01  WS-MASTER-IMAGE PIC X(50100).
       01  WS-MASTER-IMAGE-PTR PIC 9(5) VALUE 1.
       01  WS-GRAND-CHANGED PIC 9(7) VALUE 0.
       01  WS-GRAND-UNCHANGED PIC 9(7) VALUE 0.
       01  WS-GRAND-DELETED PIC 9(7) VALUE 0.
       01  WS-RECORDS-REKEYED PIC 9(7) VALUE 0.
       01  WS-GRAND-REKEYED PIC 9(7) VALUE 0.

      *> Vendor re-keys: 'rekey.dat' carries one line per renumbered
      *> contact, oldkey=newkey=yyyymmdd, each key written the way
      *> KEY= builds it (parts joined by '|') and the date the new
      *> key takes effect (blank for at once). The lines are loaded
      *> once per run into the table below. A row whose key the
      *> master does not hold is looked up here before it is taken
      *> for an ADD; when the master holds its old key, the stored
      *> record moves to the new key and the row goes out as a REKEY
      *> carrying both keys. WS-RKY-KEY-WIDTH, the longest old key,
      *> sizes the fixed-width previous-key column.
       01  WS-RKY-STATUS PIC XX.
       01  WS-RKY-EOF PIC X VALUE 'N'.
           88  REKEY-FILE-AT-EOF VALUE 'Y'.
       01  WS-RKY-LINE PIC X(420).
       01  WS-RKY-EFF-TEXT PIC X(8).
       01  WS-RKY-COUNT PIC 9(4) VALUE 0.
       01  WS-RKY-TABLE.
           05  WS-RKY-ENTRY OCCURS 2000 TIMES.
               10  WS-RKY-OLD-KEY PIC X(200).
               10  WS-RKY-NEW-KEY PIC X(200).
               10  WS-RKY-EFF-DATE PIC 9(8).
       01  WS-RKY-IDX PIC 9(4) VALUE 1.
       01  WS-RKY-FULL PIC X VALUE 'N'.
       01  WS-RKY-BAD-LINES PIC 9(4) VALUE 0.
       01  WS-RKY-KEY-WIDTH PIC 9(3) VALUE 0.
       01  WS-RKY-LOADED PIC X VALUE 'N'.
           88  REKEY-XREF-LOADED VALUE 'Y'.
       01  WS-RKY-FOUND PIC X VALUE 'N'.
           88  REKEY-XREF-APPLIES VALUE 'Y'.
       01  WS-RKY-PRIOR-KEY PIC X(200) VALUE SPACES.
       01  WS-RKY-MOVED-RECORD PIC X(50808).
       01  WS-RKY-KEY-PARTS.
           05  WS-RKY-KEY-PART OCCURS 5 TIMES PIC X(200).
       01  WS-RKY-SAVED-FIELDS.
           05  WS-RKY-SAVED-FIELD OCCURS 5 TIMES PIC X(1000).

      *> Reject analysis. Every reject record names the input file it
      *> came from (' ~ from name' after the diagnostic), and the row
      *> that tripped REJECTLIMIT= carries ' ~ reject limit at n'
      *> ahead of that. Conversion and reprocess runs finish with an
      *> analysis of the rejects they wrote; REJECTREPORT=Y turns the
      *> run into one over reject.dat, reject_carry.dat and the dated
      *> reject files housekeeping rolled, where they stand and under
      *> ARCHIVEPATH=, for REJECTDAYS= days back. Each reject counts
      *> into a group per input file, column and reason (type
      *> failure, code not on table, shape mismatch, reject limit)
      *> holding up to three distinct sample values; the table is
      *> kept in key order so the report reads file by file. The
      *> group keys are saved to 'reject_groups.dat' so the next
      *> analysis can flag the groups that are new. Slot 501 is a
      *> spare the key-order search may step onto, never filled.
       01  WS-REJECT-ANALYSIS-MODE PIC X VALUE 'N'.
           88  REJECT-ANALYSIS-SELECTED VALUE 'Y'.
       01  WS-REJECT-DAYS PIC 9(3) VALUE 30.
       01  WS-REJECT-SOURCE PIC X(100) VALUE SPACES.
       01  WS-REJECT-LIMIT-MARK PIC X VALUE 'N'.
       01  WS-REJECT-PTR PIC 9(4) VALUE 1.
       01  WS-RJA-STATUS PIC XX.
       01  WS-RJA-GRP-STATUS PIC XX.
       01  WS-RJA-FILE-NAME PIC X(170) VALUE SPACES.
       01  WS-RJA-EOF PIC X VALUE 'N'.
           88  REJECT-SCAN-AT-EOF VALUE 'Y'.
       01  WS-RJA-GRP-EOF PIC X VALUE 'N'.
           88  REJECT-GROUPS-AT-EOF VALUE 'Y'.
      *> Sized past the record so the lead-in compares near the end
      *> of a full-length line stay inside the field.
       01  WS-RJA-LINE PIC X(9420).
       01  WS-RJA-LINE-LEN PIC 9(4) VALUE 0.
       01  WS-RJA-SCAN-IDX PIC 9(4) VALUE 0.
       01  WS-RJA-DIAG-POS PIC 9(4) VALUE 0.
       01  WS-RJA-FROM-POS PIC 9(4) VALUE 0.
       01  WS-RJA-LIMIT-POS PIC 9(4) VALUE 0.
       01  WS-RJA-END-POS PIC 9(4) VALUE 0.
       01  WS-RJA-VALUE-POS PIC 9(4) VALUE 0.
       01  WS-RJA-QUOTE-POS PIC 9(4) VALUE 0.
       01  WS-RJA-PIECE-LEN PIC 9(4) VALUE 0.
       01  WS-RJA-KEY.
           05  WS-RJA-SOURCE PIC X(100).
           05  WS-RJA-COLUMN PIC X(100).
           05  WS-RJA-REASON PIC X(20).
       01  WS-RJA-SAMPLE PIC X(40).
       01  WS-RJA-LIMIT-TEXT PIC X(7).
       01  WS-RJA-SCOPE PIC X(40).
       01  WS-RJA-TIME PIC 9(8) VALUE 0.
       01  WS-RJA-FILE-LINES PIC 9(7) VALUE 0.
       01  WS-RJA-LINES PIC 9(7) VALUE 0.
       01  WS-RJA-OTHER PIC 9(7) VALUE 0.
       01  WS-RJA-DROPPED PIC 9(7) VALUE 0.
       01  WS-RJA-FILES-READ PIC 9(3) VALUE 0.
       01  WS-RJA-NEW-COUNT PIC 9(3) VALUE 0.
       01  WS-RJA-HAD-PRIOR PIC X VALUE 'N'.
       01  WS-RJA-FOUND PIC X VALUE 'N'.
       01  WS-RJA-SAMPLE-SEEN PIC X VALUE 'N'.
       01  WS-RJA-GROUP-COUNT PIC 9(3) VALUE 0.
       01  WS-RJA-GROUP-TABLE.
           05  WS-RJA-GROUP OCCURS 501 TIMES.
               10  WS-RJA-G-KEY.
                   15  WS-RJA-G-SOURCE PIC X(100).
                   15  WS-RJA-G-COLUMN PIC X(100).
                   15  WS-RJA-G-REASON PIC X(20).
               10  WS-RJA-G-ROWS PIC 9(7).
               10  WS-RJA-G-PRIOR PIC X.
               10  WS-RJA-G-SAMPLE-COUNT PIC 9.
               10  WS-RJA-G-SAMPLES.
                   15  WS-RJA-G-SAMPLE OCCURS 3 TIMES PIC X(40).
       01  WS-RJA-IDX PIC 9(3) VALUE 0.
       01  WS-RJA-MOVE-IDX PIC 9(3) VALUE 0.
       01  WS-RJA-SAMPLE-IDX PIC 9 VALUE 0.
       01  WS-RJA-PTR PIC 9(3) VALUE 1.
       01  WS-RJA-LAST-SOURCE PIC X(100).

      *> Master maintenance: MAINT=Y turns the run into a command
      *> processor over the contacts master instead of a conversion.
      *>   PURGE date    remove keys untouched since yyyymmdd
      *>   COUNT         count the records on the master
      *>   DUMP          write the master to a dated readable report
      *>   ERASE key     erase a contact everywhere and suppress the key
      *> Every action appends to the audit file the way a conversion
      *> run does, so month-end can see who repaired what and when.
       01  WS-CMD-STATUS PIC XX.
       01  WS-MAINT-CHUNK-LEN PIC 9(3) VALUE 0.
       01  WS-MAINT-DUMPING PIC X VALUE 'N'.

      *> Contact erasure: ERASE key deletes the contact from the master,
      *> blanks its images in the change journals, and scrubs it from
      *> every file the naming scheme can regenerate - the work files,
      *> the inputs, and the dated outputs and reports for ERASEDAYS=
      *> days back, in the run directory and under ARCHIVEPATH=. A
      *> record is the contact's when the columns its layout names as
      *> the KEY= columns hold the key's '|'-separated parts exactly,
      *> or a previous_key column or a 'Key: ' line holds the whole
      *> key. A record that holds every part but whose layout names no
      *> key column is not changed: it is counted, and its file listed
      *> for manual review. The key then goes onto the suppression
      *> list, and every file touched is listed on erase_yyyymmdd.rpt.
       01  WS-ERASE-DAYS PIC 9(4) VALUE 1830.
       01  WS-ERA-SWEEP PIC X VALUE 'N'.
           88  ERASE-SWEEP-ACTIVE VALUE 'Y'.
       01  WS-ERA-KEY PIC X(201) VALUE SPACES.
       01  WS-ERA-KEY-LEN PIC 9(3) VALUE 0.
       01  WS-ERA-KEY-POS PIC 9(3) VALUE 0.
       01  WS-ERA-PART-START PIC 9(3) VALUE 1.
       01  WS-ERA-SEG-COUNT PIC 9(3) VALUE 0.
       01  WS-ERA-PART-COUNT PIC 9(1) VALUE 0.
       01  WS-ERA-PART-FILLED PIC 9(1) VALUE 0.
       01  WS-ERA-PART-IDX PIC 9(1) VALUE 1.
      *> Per key part, for the unit being scanned: FOUND when a column
      *> known to hold the part holds exactly its value; KEYED when
      *> such a column was there at all; SEEN when the value turns up
      *> anywhere as a whole token. FORM-OK is 'N' when the file
      *> cannot carry the part whole (a vCard keeps a value's first
      *> word only), so its column can only ever be SEEN.
       01  WS-ERA-PART-TABLE.
           05  WS-ERA-PART OCCURS 5 TIMES.
               10  WS-ERA-PART-VALUE PIC X(200).
               10  WS-ERA-PART-LEN PIC 9(3).
               10  WS-ERA-PART-FOUND PIC X.
               10  WS-ERA-PART-KEYED PIC X.
               10  WS-ERA-PART-SEEN PIC X.
               10  WS-ERA-PART-FORM-OK PIC X.
       01  WS-ERA-ALL-FOUND PIC X VALUE 'N'.
      *> Each key part - and, sixth, the whole key - as the file being
      *> swept writes it: escaped for JSON or XML, quotes doubled for
      *> SQL, folded for a raw vendor file (see NORMALIZE-ERASE-VALUE).
       01  WS-ERA-FORM-TABLE.
           05  WS-ERA-FORM OCCURS 6 TIMES.
               10  WS-ERA-FORM-TEXT PIC X(1200).
               10  WS-ERA-FORM-LEN PIC 9(4).
       01  WS-ERA-FORM-PTR PIC 9(4) VALUE 1.
      *> The column names a key part goes by in the files swept: its
      *> KEY= name, its SQLKEY= name, and the names the crosswalk and
      *> the MAP: cards give it, either way round. Without one KEY=
      *> column per key part no column can be placed, and the table
      *> stays empty.
       01  WS-ERA-NAMES-OK PIC X VALUE 'N'.
       01  WS-ERA-ALIAS-COUNT PIC 9(2) VALUE 0.
       01  WS-ERA-ALIAS-IDX PIC 9(2) VALUE 0.
       01  WS-ERA-ALIAS-TABLE.
           05  WS-ERA-ALIAS OCCURS 40 TIMES.
               10  WS-ERA-ALIAS-NAME PIC X(100).
               10  WS-ERA-ALIAS-PART PIC 9.
      *> A column name looked up in the alias table, and the part it
      *> holds: 1-5 a key part, 6 the whole key (a previous_key
      *> column), zero none.
       01  WS-ERA-NAME PIC X(100).
       01  WS-ERA-NAME-PART PIC 9 VALUE 0.
       01  WS-ERA-VALUE PIC X(1200).
       01  WS-ERA-VALUE-LEN PIC 9(5) VALUE 0.
       01  WS-ERA-VAL-FROM PIC 9(5) VALUE 0.
       01  WS-ERA-NORM-WORK PIC X(1200).
       01  WS-ERA-NORM-IDX PIC 9(5) VALUE 0.
       01  WS-ERA-NORM-LEN PIC 9(5) VALUE 0.
      *> Inputs and reject logs hold values as the vendor sent them,
      *> before TRIM/UPPER/PHONE and the like were applied, so both
      *> sides of a comparison are folded first: upper case, with
      *> blanks and punctuation dropped.
       01  WS-ERA-RAW PIC X VALUE 'N'.
       01  WS-ERA-INPUT PIC X VALUE 'N'.
       01  WS-ERA-DELIM-NAME PIC X(10) VALUE SPACES.
      *> Which key part, if any, each column of the current layout
      *> holds - a delimited file's header row, or an SQL INSERT's
      *> column list.
       01  WS-ERA-LAYOUT PIC X VALUE 'N'.
           88  ERASE-LAYOUT-KNOWN VALUE 'Y'.
       01  WS-ERA-HDR-COUNT PIC 9(2) VALUE 0.
       01  WS-ERA-POS-IDX PIC 9(2) VALUE 0.
       01  WS-ERA-POS-LIMIT PIC 9(2) VALUE 0.
       01  WS-ERA-POS-TABLE.
           05  WS-ERA-POS-PART OCCURS 50 TIMES PIC 9.
      *> The inputs a reject log's ' ~ from' names, each with its
      *> delimiter and its header row's key-column layout, so a
      *> rejected row is judged by its own file's columns.
       01  WS-ERA-SRC-COUNT PIC 9(2) VALUE 0.
       01  WS-ERA-SRC-IDX PIC 9(2) VALUE 0.
       01  WS-ERA-SRC-TABLE.
           05  WS-ERA-SRC OCCURS 50 TIMES.
               10  WS-ERA-SRC-NAME PIC X(100).
               10  WS-ERA-SRC-DELIM PIC X(10).
               10  WS-ERA-SRC-HDR-COUNT PIC 9(2).
               10  WS-ERA-SRC-LAYOUT PIC X.
               10  WS-ERA-SRC-MAP PIC X(50).
       01  WS-ERA-SQL-VERB PIC X VALUE SPACE.
       01  WS-ERA-SQL-POS PIC 9(5) VALUE 0.
       01  WS-ERA-SQL-SEP PIC X(5) VALUE SPACES.
       01  WS-ERA-SQL-SEP-LEN PIC 9 VALUE 0.
       01  WS-ERA-SQL-DONE PIC X VALUE 'N'.
      *> Units that hold every key part, where the file gave no column
      *> to confirm it by, are left alone and counted for review.
       01  WS-ERA-REVIEW-UNIT PIC X VALUE 'N'.
       01  WS-ERA-REVIEW-COUNT PIC 9(7) VALUE 0.
       01  WS-ERA-FILES-REVIEW PIC 9(5) VALUE 0.
       01  WS-ERA-FILE-NAME PIC X(170) VALUE SPACES.
       01  WS-ERA-NAME-LEN PIC 9(3) VALUE 0.
       01  WS-ERA-STATUS PIC XX.
       01  WS-ERA-WORK-STATUS PIC XX.
       01  WS-ERA-LINE-LEN PIC 9(5) VALUE 0.
       01  WS-ERA-EOF PIC X VALUE 'N'.
           88  ERASE-SCAN-AT-EOF VALUE 'Y'.
       01  WS-ERA-LINE PIC X(32000).
       01  WS-ERA-OUT-LINE PIC X(32000).
      *> How a swept file lays out its records, and so how a contact
      *> is found in it and comes out of it: C one record per line
      *> below a delimited header row (an input or a CSV output), E a
      *> reject log's rows judged by their input's header, P a
      *> duplicate log's rows by the key each names, the line removed;
      *> Q SQL, the whole statement removed; V a whole vCard removed;
      *> J JSON objects, X XML <record> elements and R master dump
      *> sections keep their shape with the values blanked. Other
      *> report lines, and every line of a D file (fixed-width and
      *> other .dat files), have no key column to place and are only
      *> ever listed for review. N is not swept - manifests and
      *> copybooks carry no contact values, and certificates are the
      *> erasure's own proof.
       01  WS-ERA-KIND PIC X VALUE 'D'.
           88  ERASE-REMOVES-RECORDS VALUE 'C' 'E' 'P' 'Q' 'V'.
      *> A unit is one line, or every line of one record in a block
      *> format - the lines from a record's opening marker through its
      *> closing one - so a contact whose key parts fall on different
      *> lines of one JSON object or vCard is still found whole.
       01  WS-ERA-UNIT-NO PIC 9(9) VALUE 0.
       01  WS-ERA-IN-BLOCK PIC X VALUE 'N'.
       01  WS-ERA-IS-START PIC X VALUE 'N'.
       01  WS-ERA-IS-END PIC X VALUE 'N'.
       01  WS-ERA-NEW-UNIT PIC X VALUE 'N'.
       01  WS-ERA-UNIT-HIT PIC X VALUE 'N'.
       01  WS-ERA-UNIT-ERASED PIC X VALUE 'N'.
       01  WS-ERA-HIT-COUNT PIC 9(4) VALUE 0.
       01  WS-ERA-HIT-IDX PIC 9(4) VALUE 0.
       01  WS-ERA-HIT-CAPPED PIC X VALUE 'N'.
       01  WS-ERA-HIT-TABLE.
           05  WS-ERA-HIT-UNIT OCCURS 2000 TIMES PIC 9(9).
       01  WS-ERA-TALLY PIC 9(5) VALUE 0.
       01  WS-ERA-SCAN-POS PIC 9(5) VALUE 0.
       01  WS-ERA-SCAN-LIMIT PIC S9(5) VALUE 0.
       01  WS-ERA-EDGE-POS PIC 9(5) VALUE 0.
       01  WS-ERA-MATCH-FROM PIC 9(5) VALUE 0.
       01  WS-ERA-MATCH-END PIC 9(5) VALUE 0.
       01  WS-ERA-TOKEN-OK PIC X VALUE 'N'.
       01  WS-ERA-CHAR PIC X.
           88  ERASE-CHAR-IN-WORD VALUE 'A' THRU 'Z' 'a' THRU 'z'
                                        '0' THRU '9' '.'.
           88  ERASE-CHAR-KEPT VALUE 'A' THRU 'Z' 'a' THRU 'z'
                                     '0' THRU '9' X'80' THRU X'FF'.
       01  WS-ERA-MARK PIC X(3).
       01  WS-ERA-MARK-LEN PIC 9 VALUE 0.
       01  WS-ERA-MARK-FROM PIC 9(5) VALUE 1.
       01  WS-ERA-MARK-AT PIC 9(5) VALUE 0.
       01  WS-ERA-MARK-END PIC 9(5) VALUE 0.
       01  WS-ERA-FILE-RECORDS PIC 9(7) VALUE 0.
       01  WS-ERA-FILES-SCANNED PIC 9(7) VALUE 0.
       01  WS-ERA-FILES-TOUCHED PIC 9(5) VALUE 0.
       01  WS-ERA-RECORDS PIC 9(7) VALUE 0.
       01  WS-ERA-JRN-ENTRIES PIC 9(7) VALUE 0.
       01  WS-ERA-JRN-MATCH PIC X VALUE 'N'.
       01  WS-ERA-CERT-OPEN PIC X VALUE 'N'.

      *> Ordered output: a SORT= card names up to five mapped columns
      *> (comma separated, '/D' suffix for descending) and the rows
      *> that survive the read/validate/dedupe pass are RELEASEd to
      *> columns compare by value per WS-DATA-TYPE-HEADERS; everything
      *> else compares as text.
       01  WS-FLT-CARD-COUNT PIC 9(2) VALUE 0.
      *> The 21st entry is never a FILTER: card - an output profile's
      *> OUTFILTER: card is copied into it to be tested the same way.
       01  WS-FLT-CARD-TABLE.
           05  WS-FLT-CARD-ENTRY OCCURS 21 TIMES.
               10  WS-FLT-CARD-HEADER PIC X(100).
               10  WS-FLT-CARD-OP PIC X(2).
               10  WS-FLT-CARD-VALUE PIC X(100).
       01  WS-FLT-TEXT-B PIC X(1000).
       01  WS-RECORDS-FILTERED PIC 9(7) VALUE 0.
       01  WS-GRAND-FILTERED PIC 9(7) VALUE 0.
       01  WS-RECORDS-SUPPRESSED PIC 9(7) VALUE 0.
       01  WS-GRAND-SUPPRESSED PIC 9(7) VALUE 0.

      *> Split-by-value outputs: SPLIT= names one mapped column and
      *> each distinct value of it gets its own set of dated output
               10  WS-SPLIT-VAL-XLHDR PIC X.
               10  WS-SPLIT-VAL-CPY PIC X.
               10  WS-SPLIT-VAL-JSANY PIC X.
               10  WS-SPLIT-VAL-SQLCNT PIC 9(7).
       01  WS-SPLIT-VAL-IDX PIC 9(2) VALUE 1.
       01  WS-SPLIT-SLOT PIC 9(2) VALUE 0.
       01  WS-SPLIT-CHAR-IDX PIC 9(3) VALUE 0.
      *> Scheduler-grade completion status. The run accumulates the
      *> highest condition it saw into RETURN-CODE - 0 clean, 4
      *> warnings (rejects, truncations, flagged codes, a skipped
      *> OPTIONAL input), 6 intake hold (an input held by the intake
      *> guard as a re-send or an abnormal volume), 8 data failure
      *> (suspect outputs, a tripped reject limit, delta processing
      *> lost), 12 setup failure (a missing REQUIRED input, no
      *> valid output format) - so the batch window pages somebody
      *> at 3 AM instead of letting downstream load suspect data.
      *> REJECTLIMIT= stops a file once its rejects pass a count
      *> (REJECTLIMIT=500) or a percentage of rows read
      *> (REJECTLIMIT=10%; percentages are not judged until 100
      *> rows are in, so one early reject cannot kill a good
      *> file). The pre-flight pass checks every input named in
      *> the control file before anything converts: REQUIRED entries
      *> (the default) that are missing or empty fail the whole run;
      *> OPTIONAL ones are skipped with a warning.
       01  WS-PF-MISSING PIC X VALUE 'N'.
       01  WS-PF-REASON PIC X(10) VALUE SPACES.

      *> Intake guard. Pre-flight fingerprints every input it passes -
      *> data rows (lines after the header), bytes on disk, and an
      *> Adler-32 hash over every byte and line end - and the
      *> fingerprint rides on the end of that file's audit record, so
      *> the run history is also the record of what was received.
      *> Before anything converts, the history is searched: a file
      *> identical to one already converted COMPLETE (under any name),
      *> or to an earlier entry of this same batch, is held as a
      *> re-send; and once an input has WS-IG-MIN-RUNS complete runs
      *> on file, a row count outside INTAKETOLERANCE= percent
      *> (default 50) of the average of its last INTAKEAVERAGE= runs
      *> (default 5, at most 20) is held as an abnormal volume. Runs
      *> are the same input when their names share a stem - the name
      *> without directory, extension or digits - so a vendor's
      *> dated daily file (acme_20261014.csv, acme_20261015.csv)
      *> builds one history. A
      *> held file is not converted, gets a HELD audit record and
      *> return code 6, and stands the master delete sweep down.
      *> INTAKEGUARD=N releases a file the operator has looked at and
      *> really does want converted again.
       01  WS-IG-GUARD PIC X VALUE 'Y'.
           88  INTAKE-GUARD-ACTIVE VALUE 'Y'.
       01  WS-IG-TOLERANCE PIC 9(3) VALUE 50.
       01  WS-IG-AVERAGE-RUNS PIC 9(2) VALUE 5.
       01  WS-IG-MIN-RUNS PIC 9(2) VALUE 3.
       01  WS-IG-DIGIT-IDX PIC 9(2) VALUE 0.
       01  WS-IG-WORK PIC 9(5) VALUE 0.
       01  WS-IG-HELD PIC X VALUE 'N'.
           88  INTAKE-FILE-HELD VALUE 'Y'.
       01  WS-IG-ANY-HELD PIC X VALUE 'N'.
           88  INPUT-FILE-WAS-HELD VALUE 'Y'.
       01  WS-IG-REASON PIC X(15) VALUE SPACES.
       01  WS-IG-MATCH-FILE PIC X(100) VALUE SPACES.
       01  WS-IG-MATCH-DATE PIC X(8) VALUE SPACES.
       01  WS-IG-RUN-COUNT PIC 9(7) VALUE 0.
       01  WS-IG-STEM-SOURCE PIC X(100) VALUE SPACES.
       01  WS-IG-STEM PIC X(100) VALUE SPACES.
       01  WS-IG-INFILE-STEM PIC X(100) VALUE SPACES.
       01  WS-IG-STEM-LEN PIC 9(3) VALUE 0.
       01  WS-IG-STEM-START PIC 9(3) VALUE 0.
       01  WS-IG-STEM-END PIC 9(3) VALUE 0.
       01  WS-IG-STEM-IDX PIC 9(3) VALUE 0.
       01  WS-IG-STEM-OUT PIC 9(3) VALUE 0.
       01  WS-IG-RECENT-TABLE.
           05  WS-IG-RECENT-ROWS OCCURS 20 TIMES PIC 9(9).
       01  WS-IG-RECENT-IDX PIC 9(2) VALUE 0.
       01  WS-IG-RECENT-USED PIC 9(2) VALUE 0.
       01  WS-IG-EARLIER-IDX PIC 9(2) VALUE 0.
       01  WS-IG-ROWS-TOTAL PIC 9(11) VALUE 0.
       01  WS-IG-ROWS-AVERAGE PIC 9(9) VALUE 0.
       01  WS-IG-ROWS-LOW PIC 9(9) VALUE 0.
       01  WS-IG-ROWS-HIGH PIC 9(9) VALUE 0.
       01  WS-IG-ROWS-EDIT PIC Z(8)9.
       01  WS-IG-AVERAGE-EDIT PIC Z(8)9.
       01  WS-IG-TOLERANCE-EDIT PIC ZZ9.
       01  WS-IG-MESSAGE PIC X(200) VALUE SPACES.
      *> Fingerprint of the input in hand; zero bytes means none was
      *> taken and the audit record goes out without one.
       01  WS-FP-ROWS PIC 9(9) VALUE 0.
       01  WS-FP-BYTES PIC 9(12) VALUE 0.
       01  WS-FP-HASH PIC 9(10) VALUE 0.
       01  WS-FP-LINE-LEN PIC 9(5) VALUE 0.
       01  WS-FP-LINES PIC 9(9) VALUE 0.
       01  WS-FP-EOF PIC X VALUE 'N'.
       01  WS-FP-SUM-A PIC 9(18) VALUE 0.
       01  WS-FP-SUM-B PIC 9(18) VALUE 0.
       01  WS-FP-QUOTIENT PIC 9(18) VALUE 0.
       01  WS-FP-REMAINDER PIC 9(18) VALUE 0.
       01  WS-FP-CHAR-IDX PIC 9(5) VALUE 0.
      *> One input byte read as a number: the byte sits in the low
      *> half of a two-byte binary field whose high half is zero.
       01  WS-FP-BYTE-PAIR.
           05  FILLER PIC X VALUE LOW-VALUE.
           05  WS-FP-BYTE PIC X.
       01  WS-FP-BYTE-VALUE REDEFINES WS-FP-BYTE-PAIR PIC 9(4) COMP.

      *> Well-formed JSON and XML documents: the JSON output is one
      *> array ('[' on open, commas between records, ']' on close)
      *> with quotes, backslashes and control characters escaped and
       01  WS-AUD-END-TIME PIC 9(8) VALUE 0.
       01  WS-AUD-RESTART PIC X VALUE 'N'.
       01  WS-AUD-ENDING PIC X(8) VALUE SPACES.
       01  WS-AUD-PTR PIC 9(3) VALUE 1.
       01  WS-AUD-EOF PIC X VALUE 'N'.
           88  AUDIT-FILE-AT-EOF VALUE 'Y'.
       01  WS-HISTORY-MODE PIC X VALUE 'N'.
       01  WS-HIST-REC-EDATE PIC X(8).
       01  WS-HIST-REC-ETIME PIC X(8).
       01  WS-HIST-REC-FILE PIC X(100).
       01  WS-HIST-REC-FORMATS PIC X(20).
       01  WS-HIST-REC-READ PIC X(7).
       01  WS-HIST-REC-WRITTEN PIC X(7).
       01  WS-HIST-REC-REJECTED PIC X(7).
       01  WS-HIST-REC-RESTART PIC X.
       01  WS-HIST-REC-ENDING PIC X(8).
       01  WS-HIST-REC-ROWS PIC X(9).
       01  WS-HIST-REC-ROWS-N REDEFINES WS-HIST-REC-ROWS PIC 9(9).
       01  WS-HIST-REC-BYTES PIC X(12).
       01  WS-HIST-REC-BYTES-N REDEFINES WS-HIST-REC-BYTES PIC 9(12).
       01  WS-HIST-REC-HASH PIC X(10).
       01  WS-HIST-REC-HASH-N REDEFINES WS-HIST-REC-HASH PIC 9(10).
       01  WS-HIST-MATCH PIC X VALUE 'N'.

      *> Trailer-record reconciliation: vendors that end their extract
       01  WS-GRAND-SUSPECT PIC 9(2) VALUE 0.
       01  WS-TRAILER-NUM-EDIT PIC -(11)9.9(6).

      *> Outbound manifest: every output file the run produces (split
      *> slices, rework files and copybooks included) is registered
      *> as it opens and tallied as rows are converted into it - data
      *> records, ADD/CHANGE/DELETE counts and a hash total of the
      *> MANIFESTHASH= column (the TRAILERHASH= column by default).
      *> At end of run each one is read back for its line and byte
      *> counts on disk and listed on manifest_yyyymmdd.dat
      *> (manifest_rework_yyyymmdd.dat for a reprocess pass).
      *> OUTTRAILER=Y also ends every fixed-width and Excel output
      *> with a trailer record carrying the file's own counts, so a
      *> receiving job can reject a short transmission the way
      *> RECONCILE-TRAILER does for our vendors. A resumed file's
      *> counts and hash total are seeded from its checkpoint, and
      *> the manifest header says RESUMED. A split slice a crashed
      *> attempt already wrote has no checkpointed counts of its own:
      *> its entry is marked UNVERIFIED on the manifest and its
      *> trailer is withheld rather than written short.
       01  WS-MFT-FILE-NAME PIC X(60) VALUE SPACES.
       01  WS-MFT-NAME-PREFIX PIC X(20) VALUE 'manifest_'.
       01  WS-MFT-CHECK-NAME PIC X(100) VALUE SPACES.
       01  WS-MFT-CHECK-STATUS PIC XX.
       01  WS-MFT-LINE-LEN PIC 9(5) VALUE 0.
       01  WS-MFT-HASH-NAME PIC X(100) VALUE SPACES.
       01  WS-MFT-HASH-IDX PIC 9(2) VALUE 0.
       01  WS-MFT-TRAILERS PIC X VALUE 'N'.
           88  OUTPUT-TRAILERS-SELECTED VALUE 'Y'.
       01  WS-MFT-RESUMED PIC X VALUE 'N'.
           88  MANIFEST-RUN-RESUMED VALUE 'Y'.
       01  WS-MFT-FULL-WARNED PIC X VALUE 'N'.
       01  WS-MFT-COUNT PIC 9(4) VALUE 0.
       01  WS-MFT-TABLE.
           05  WS-MFT-ENTRY OCCURS 999 TIMES.
               10  WS-MFT-FILE PIC X(100).
               10  WS-MFT-FORMAT PIC X(5).
               10  WS-MFT-RECORDS PIC 9(9).
               10  WS-MFT-ADDS PIC 9(9).
               10  WS-MFT-CHANGES PIC 9(9).
               10  WS-MFT-DELETES PIC 9(9).
               10  WS-MFT-HASH PIC S9(11)V9(6).
               10  WS-MFT-UNVERIFIED PIC X.
      *> The manifest entry each format's rows are tallied into:
      *> 1 vCard, 2 JSON, 3 XML, 4 SQL, 5 Excel, 6 fixed, 7 copybook.
       01  WS-MFT-CUR-TABLE.
           05  WS-MFT-CUR-SLOT OCCURS 7 TIMES PIC 9(4).
       01  WS-MFT-FMT-NO PIC 9 VALUE 0.
       01  WS-MFT-SLOT PIC 9(4) VALUE 0.
       01  WS-MFT-IDX PIC 9(4) VALUE 0.
       01  WS-MFT-THIS-FILE PIC X(100) VALUE SPACES.
       01  WS-MFT-THIS-FORMAT PIC X(5) VALUE SPACES.
       01  WS-MFT-ROW-HASH PIC S9(11)V9(6) VALUE 0.
       01  WS-MFT-RUN-HASH PIC S9(11)V9(6) VALUE 0.
       01  WS-MFT-LINES PIC 9(9) VALUE 0.
       01  WS-MFT-BYTES PIC 9(12) VALUE 0.
       01  WS-MFT-CHECK-EOF PIC X VALUE 'N'.
       01  WS-MFT-TOT-RECORDS PIC 9(9) VALUE 0.
       01  WS-MFT-TOT-ADDS PIC 9(9) VALUE 0.
       01  WS-MFT-TOT-CHANGES PIC 9(9) VALUE 0.
       01  WS-MFT-TOT-DELETES PIC 9(9) VALUE 0.
       01  WS-MFT-TOT-HASH PIC S9(11)V9(6) VALUE 0.
       01  WS-MFT-TOT-BYTES PIC 9(12) VALUE 0.
       01  WS-MFT-MISSING PIC 9(4) VALUE 0.
       01  WS-MFT-HASH-EDIT PIC -(11)9.9(6).
       01  WS-MFT-HASH-START PIC 9(2) VALUE 1.
       01  WS-MFT-TIME PIC 9(8) VALUE 0.
       01  WS-MFT-RUN-STATE PIC X(8) VALUE SPACES.
       01  WS-MFT-LINE PIC X(250) VALUE SPACES.
       01  WS-MFT-PTR PIC 9(3) VALUE 1.
      *> Fixed-width trailer layout (also appended to the .cpy).
       01  WS-MFT-FIXED-TRAILER.
           05  WS-MFT-FT-ID PIC X(7) VALUE 'TRAILER'.
           05  WS-MFT-FT-RECORDS PIC 9(9).
           05  WS-MFT-FT-HASH PIC -(11)9.9(6).
           05  WS-MFT-FT-ADDS PIC 9(9).
           05  WS-MFT-FT-CHANGES PIC 9(9).
           05  WS-MFT-FT-DELETES PIC 9(9).

      *> Column profiling: the read loop already touches every field
      *> of every shape-valid row, so it also accumulates per-column
      *> statistics - fill counts, distinct values (up to 50 stored,
       01  WS-PROF-NUM-EDIT PIC -(11)9.9(6).
       01  WS-PROF-LINE PIC X(200).

      *> Master change journal: every ADD, CHANGE and DELETE applied
      *> to the contacts master appends one entry to the dated
      *> journal_yyyymmdd.dat - run id (the run's start date and
      *> time), sequence within the run, action, the input file that
      *> caused it, the key, and the full master record before and
      *> after, provenance included. An image absent by nature (the
      *> "before" of an ADD, the "after" of a DELETE) is flagged N.
      *> The X'1F' field separator is a control byte a line
      *> sequential file will not carry, so images travel with it
      *> swapped for X'7F' and are swapped back on the way in.
       01  WS-JRN-STATUS PIC XX.
       01  WS-JRN-NAME PIC X(40) VALUE SPACES.
       01  WS-JRN-OPEN PIC X VALUE 'N'.
           88  JOURNAL-FILE-OPEN VALUE 'Y'.
       01  WS-JRN-EOF PIC X VALUE 'N'.
           88  JOURNAL-FILE-AT-EOF VALUE 'Y'.
       01  WS-JRN-RUN-ID.
           05  WS-JRN-RUN-DATE PIC 9(8) VALUE 0.
           05  WS-JRN-RUN-TIME PIC 9(6) VALUE 0.
       01  WS-JRN-CLOCK PIC 9(8) VALUE 0.
       01  WS-JRN-SEQ PIC 9(7) VALUE 0.
       01  WS-JRN-SOURCE PIC X(100) VALUE SPACES.
       01  WS-JRN-SAFE-SEP PIC X VALUE X'7F'.
       01  WS-JRN-BEFORE-RECORD PIC X(50808).
       01  WS-JRN-ENTRY.
           05  WS-JRN-E-RUN-ID PIC X(14).
           05  WS-JRN-E-SEQ PIC 9(7).
           05  WS-JRN-E-ACTION PIC X(6).
           05  WS-JRN-E-INFILE PIC X(100).
           05  WS-JRN-E-KEY PIC X(200).
           05  WS-JRN-E-BEFORE-FLAG PIC X.
           05  WS-JRN-E-BEFORE PIC X(50808).
           05  WS-JRN-E-AFTER-FLAG PIC X.
           05  WS-JRN-E-AFTER PIC X(50808).
      *> A journal image laid out as a master record, so a backout
      *> can judge the stored record against it field by field.
       01  WS-JRN-CMP-RECORD.
           05  WS-JRN-CMP-KEY PIC X(200).
           05  WS-JRN-CMP-UPD-DATE PIC 9(8).
           05  WS-JRN-CMP-SOURCE-INFO PIC X(500).
           05  WS-JRN-CMP-DATA PIC X(50100).

      *> BACKOUT= run mode: BACKOUT=RUN=yyyymmddhhmmss reverses every
      *> journal entry of one run, BACKOUT=FILE=name every entry one
      *> input file caused, from the journal of JOURNALDATE=yyyymmdd
      *> (default: the run id's own date, or today for FILE=). Entries
      *> unwind newest first; an entry whose key has moved on since
      *> (the stored record no longer matches the entry's after
      *> image) is a CONFLICT and is left alone, one already undone
      *> is ALREADY, and the rest are RESTORED.
       01  WS-BACKOUT-SPEC PIC X(120) VALUE SPACES.
       01  WS-BACKOUT-MODE PIC X VALUE 'N'.
           88  BACKOUT-RUN-SELECTED VALUE 'Y'.
       01  WS-BKO-KIND PIC X(5) VALUE SPACES.
       01  WS-BKO-ARG PIC X(100) VALUE SPACES.
       01  WS-BKO-JRN-DATE PIC 9(8) VALUE 0.
       01  WS-BKO-MATCHED PIC 9(7) VALUE 0.
       01  WS-BKO-RESTORED PIC 9(7) VALUE 0.
       01  WS-BKO-ALREADY PIC 9(7) VALUE 0.
       01  WS-BKO-CONFLICTS PIC 9(7) VALUE 0.
       01  WS-BKO-RESULT PIC X(8) VALUE SPACES.
       01  WS-BKO-ENDING PIC X(8) VALUE SPACES.
       01  WS-BKO-RPT-OPEN PIC X VALUE 'N'.
           88  BACKOUT-REPORT-OPEN VALUE 'Y'.
       01  WS-BKO-EOF PIC X VALUE 'N'.
           88  BACKOUT-RETURN-DONE VALUE 'Y'.
       01  WS-BKO-E-RUN-ID PIC X(14) VALUE SPACES.
       01  WS-BKO-E-SEQ PIC 9(7) VALUE 0.
       01  WS-BKO-E-ACTION PIC X(6) VALUE SPACES.
       01  WS-BKO-E-KEY PIC X(200) VALUE SPACES.


       PROCEDURE DIVISION.
           DISPLAY "Starting Cobolenate..."
               PERFORM HOUSEKEEP-PROCEDURE
               STOP RUN
           END-IF
           IF BACKOUT-RUN-SELECTED
               PERFORM BACKOUT-PROCEDURE
               STOP RUN
           END-IF
           IF REJECT-ANALYSIS-SELECTED
               PERFORM REJECT-ANALYSIS-PROCEDURE
               STOP RUN
           END-IF
           PERFORM LOAD-CROSSWALK
           IF WS-LKP-CARD-COUNT > 0
               PERFORM LOAD-LOOKUP-TABLES
               PERFORM REPROCESS-PROCEDURE
               STOP RUN
           END-IF
           IF PUBLISH-RUN-SELECTED
               PERFORM PUBLISH-PROCEDURE
               STOP RUN
           END-IF
           IF RECONCILE-RUN-SELECTED
               PERFORM RECONCILE-PROCEDURE
               STOP RUN
           END-IF
           PERFORM MAIN-PROCEDURE
           STOP RUN.

               MOVE WS-PARM-LINE(8:1) TO WS-MASTER-MODE
           ELSE IF WS-PARM-LINE(1:14) = 'MASTERDELETES='
               MOVE WS-PARM-LINE(15:1) TO WS-MASTER-DELETES
           ELSE IF WS-PARM-LINE(1:9) = 'SQLTABLE='
               MOVE WS-PARM-LINE(10:100) TO WS-SQL-TABLE
           ELSE IF WS-PARM-LINE(1:7) = 'SQLKEY='
               MOVE WS-PARM-LINE(8:190) TO WS-SQL-KEY-SPEC
               MOVE SPACES TO WS-SQL-KEY-TABLE
               UNSTRING WS-SQL-KEY-SPEC DELIMITED BY ','
                   INTO WS-SQL-KEY-NAME(1) WS-SQL-KEY-NAME(2)
                        WS-SQL-KEY-NAME(3) WS-SQL-KEY-NAME(4)
                        WS-SQL-KEY-NAME(5)
               END-UNSTRING
           ELSE IF WS-PARM-LINE(1:9) = 'SQLBEGIN='
               MOVE WS-PARM-LINE(10:100) TO WS-SQL-BEGIN-STMT
           ELSE IF WS-PARM-LINE(1:10) = 'SQLCOMMIT='
               MOVE 0 TO WS-SQL-COMMIT-EVERY
               PERFORM VARYING WS-SQL-DIGIT-IDX FROM 11 BY 1
                       UNTIL WS-SQL-DIGIT-IDX > 17
                   IF WS-PARM-LINE(WS-SQL-DIGIT-IDX:1) IS NUMERIC
                       MOVE WS-PARM-LINE(WS-SQL-DIGIT-IDX:1)
                           TO WS-PROF-DIGIT-X
                       COMPUTE WS-SQL-COMMIT-EVERY =
                           WS-SQL-COMMIT-EVERY * 10 + WS-PROF-DIGIT
                   END-IF
               END-PERFORM
           ELSE IF WS-PARM-LINE(1:6) = 'MAINT='
               MOVE WS-PARM-LINE(7:1) TO WS-MAINT-MODE
           ELSE IF WS-PARM-LINE(1:10) = 'HOUSEKEEP='
                   MOVE 0 TO WS-RETAIN-DAYS
                   MOVE WS-PARM-LINE(12:1) TO WS-RETAIN-DAYS(3:1)
               END-IF
           ELSE IF WS-PARM-LINE(1:10) = 'ERASEDAYS='
               IF WS-PARM-LINE(11:4) IS NUMERIC
                   MOVE WS-PARM-LINE(11:4) TO WS-ERASE-DAYS
               ELSE IF WS-PARM-LINE(11:3) IS NUMERIC
                   MOVE 0 TO WS-ERASE-DAYS
                   MOVE WS-PARM-LINE(11:3) TO WS-ERASE-DAYS(2:3)
               ELSE IF WS-PARM-LINE(11:2) IS NUMERIC
                   MOVE 0 TO WS-ERASE-DAYS
                   MOVE WS-PARM-LINE(11:2) TO WS-ERASE-DAYS(3:2)
               ELSE IF WS-PARM-LINE(11:1) IS NUMERIC
                   MOVE 0 TO WS-ERASE-DAYS
                   MOVE WS-PARM-LINE(11:1) TO WS-ERASE-DAYS(4:1)
               END-IF
           ELSE IF WS-PARM-LINE(1:12) = 'ARCHIVEPATH='
               MOVE WS-PARM-LINE(13:60) TO WS-ARCHIVE-PATH
           ELSE IF WS-PARM-LINE(1:12) = 'AUDITCUTOFF='
               MOVE WS-PARM-LINE(9:1) TO WS-PROFILE-MODE
           ELSE IF WS-PARM-LINE(1:10) = 'REPROCESS='
               MOVE WS-PARM-LINE(11:1) TO WS-REPROCESS-MODE
           ELSE IF WS-PARM-LINE(1:8) = 'PUBLISH='
               MOVE WS-PARM-LINE(9:1) TO WS-PUBLISH-MODE
           ELSE IF WS-PARM-LINE(1:14) = 'PUBLISHLAYOUT='
               MOVE WS-PARM-LINE(15:100) TO WS-PUB-LAYOUT-NAME
           ELSE IF WS-PARM-LINE(1:12) = 'PUBLISHFROM='
               IF WS-PARM-LINE(13:8) IS NUMERIC
                   MOVE WS-PARM-LINE(13:8) TO WS-PUB-FROM-DATE
               END-IF
           ELSE IF WS-PARM-LINE(1:10) = 'PUBLISHTO='
               IF WS-PARM-LINE(11:8) IS NUMERIC
                   MOVE WS-PARM-LINE(11:8) TO WS-PUB-TO-DATE
               END-IF
           ELSE IF WS-PARM-LINE(1:12) = 'PUBLISHRANK='
               IF WS-PARM-LINE(13:2) IS NUMERIC
                   MOVE WS-PARM-LINE(13:2) TO WS-PUB-RANK
                   SET PUBLISH-RANK-SELECTED TO TRUE
               ELSE
                   IF WS-PARM-LINE(13:1) IS NUMERIC
                       MOVE WS-PARM-LINE(13:1) TO WS-PROF-DIGIT-X
                       MOVE WS-PROF-DIGIT TO WS-PUB-RANK
                       SET PUBLISH-RANK-SELECTED TO TRUE
                   END-IF
               END-IF
           ELSE IF WS-PARM-LINE(1:10) = 'RECONCILE='
               MOVE SPACES TO WS-RCN-FILE-NAME
               MOVE SPACES TO WS-RCN-DELIM-NAME
               UNSTRING WS-PARM-LINE(11:) DELIMITED BY ALL SPACE
                   INTO WS-RCN-FILE-NAME WS-RCN-DELIM-NAME
               END-UNSTRING
               IF WS-RCN-FILE-NAME NOT = SPACES
                   SET RECONCILE-RUN-SELECTED TO TRUE
               END-IF
           ELSE IF WS-PARM-LINE(1:16) = 'RECONCILELAYOUT='
               MOVE WS-PARM-LINE(17:100) TO WS-RCN-LAYOUT-NAME
           ELSE IF WS-PARM-LINE(1:15) = 'RECONCILEDELTA='
               MOVE WS-PARM-LINE(16:1) TO WS-RCN-DELTA
           ELSE IF WS-PARM-LINE(1:11) = 'OUTPROFILE:'
               PERFORM PARSE-OUTPUT-PROFILE-CARD
           ELSE IF WS-PARM-LINE(1:10) = 'OUTFILTER:'
               PERFORM PARSE-OUTPUT-FILTER-CARD
           ELSE IF WS-PARM-LINE(1:7) = 'REPAIR:'
               AND WS-REPAIR-COUNT < 50
               ADD 1 TO WS-REPAIR-COUNT
           ELSE IF WS-PARM-LINE(1:8) = 'HISTORY='
               MOVE WS-PARM-LINE(9:100) TO WS-HISTORY-SPEC
               SET HISTORY-REPORT-MODE TO TRUE
           ELSE IF WS-PARM-LINE(1:13) = 'REJECTREPORT='
               MOVE WS-PARM-LINE(14:1) TO WS-REJECT-ANALYSIS-MODE
           ELSE IF WS-PARM-LINE(1:11) = 'REJECTDAYS='
               IF WS-PARM-LINE(12:3) IS NUMERIC
                   MOVE WS-PARM-LINE(12:3) TO WS-REJECT-DAYS
               ELSE IF WS-PARM-LINE(12:2) IS NUMERIC
                   MOVE 0 TO WS-REJECT-DAYS
                   MOVE WS-PARM-LINE(12:2) TO WS-REJECT-DAYS(2:2)
               ELSE IF WS-PARM-LINE(12:1) IS NUMERIC
                   MOVE 0 TO WS-REJECT-DAYS
                   MOVE WS-PARM-LINE(12:1) TO WS-REJECT-DAYS(3:1)
               END-IF
           ELSE IF WS-PARM-LINE(1:8) = 'BACKOUT='
               MOVE WS-PARM-LINE(9:120) TO WS-BACKOUT-SPEC
               SET BACKOUT-RUN-SELECTED TO TRUE
           ELSE IF WS-PARM-LINE(1:12) = 'JOURNALDATE='
               IF WS-PARM-LINE(13:8) IS NUMERIC
                   MOVE WS-PARM-LINE(13:8) TO WS-BKO-JRN-DATE
               END-IF
           ELSE IF WS-PARM-LINE(1:13) = 'MANIFESTHASH='
               MOVE WS-PARM-LINE(14:100) TO WS-MFT-HASH-NAME
           ELSE IF WS-PARM-LINE(1:11) = 'OUTTRAILER='
               MOVE WS-PARM-LINE(12:1) TO WS-MFT-TRAILERS
           ELSE IF WS-PARM-LINE(1:12) = 'INTAKEGUARD='
               MOVE WS-PARM-LINE(13:1) TO WS-IG-GUARD
           ELSE IF WS-PARM-LINE(1:16) = 'INTAKETOLERANCE='
               MOVE 0 TO WS-IG-WORK
               PERFORM VARYING WS-IG-DIGIT-IDX FROM 17 BY 1
                       UNTIL WS-IG-DIGIT-IDX > 19
                   IF WS-PARM-LINE(WS-IG-DIGIT-IDX:1) IS NUMERIC
                       MOVE WS-PARM-LINE(WS-IG-DIGIT-IDX:1)
                           TO WS-PROF-DIGIT-X
                       COMPUTE WS-IG-WORK =
                           WS-IG-WORK * 10 + WS-PROF-DIGIT
                   END-IF
               END-PERFORM
               IF WS-IG-WORK > 0
                   MOVE WS-IG-WORK TO WS-IG-TOLERANCE
               END-IF
           ELSE IF WS-PARM-LINE(1:14) = 'INTAKEAVERAGE='
               MOVE 0 TO WS-IG-WORK
               PERFORM VARYING WS-IG-DIGIT-IDX FROM 15 BY 1
                       UNTIL WS-IG-DIGIT-IDX > 16
                   IF WS-PARM-LINE(WS-IG-DIGIT-IDX:1) IS NUMERIC
                       MOVE WS-PARM-LINE(WS-IG-DIGIT-IDX:1)
                           TO WS-PROF-DIGIT-X
                       COMPUTE WS-IG-WORK =
                           WS-IG-WORK * 10 + WS-PROF-DIGIT
                   END-IF
               END-PERFORM
               IF WS-IG-WORK > 20
                   MOVE 20 TO WS-IG-WORK
               END-IF
               IF WS-IG-WORK > 0
                   MOVE WS-IG-WORK TO WS-IG-AVERAGE-RUNS
               END-IF
           ELSE IF WS-PARM-LINE(1:12) = 'TRAILERHASH='
               MOVE WS-PARM-LINE(13:100) TO WS-HASH-COL-NAME
           ELSE IF WS-PARM-LINE(1:8) = 'TRAILER='
               END-IF
           END-IF.

      *> OUTPROFILE:consumer FORMATS=n COLUMNS=col[:width],... - sets
      *> up (or extends) one consumer's output profile. FORMATS= takes
      *> the same digits as FORMATS=; each COLUMNS= entry names an
      *> input or mapped column and may carry a width for that
      *> consumer's fixed-width file. A second card for the same
      *> consumer adds its columns to the end of the list, so a long
      *> column list can run over several cards.
       PARSE-OUTPUT-PROFILE-CARD.
           MOVE SPACES TO WS-OPF-CARD-NAME
           MOVE SPACES TO WS-OPF-CARD-WORDS
           UNSTRING WS-PARM-LINE(12:189) DELIMITED BY ALL SPACE
               INTO WS-OPF-CARD-NAME
                    WS-OPF-CARD-WORD(1)
                    WS-OPF-CARD-WORD(2)
                    WS-OPF-CARD-WORD(3)
           END-UNSTRING
           PERFORM FIND-OUTPUT-PROFILE
           IF WS-OPF-IDX = 0 AND WS-OPF-CARD-NAME NOT = SPACES
               IF WS-OPF-COUNT < 10
                   ADD 1 TO WS-OPF-COUNT
                   MOVE WS-OPF-COUNT TO WS-OPF-IDX
                   MOVE WS-OPF-CARD-NAME TO WS-OPF-NAME(WS-OPF-IDX)
                   MOVE SPACES TO WS-OPF-FORMATS(WS-OPF-IDX)
                   MOVE 0 TO WS-OPF-COL-COUNT(WS-OPF-IDX)
               ELSE
                   DISPLAY "Warning: more than 10 output profiles, "
                       "ignored: " WS-OPF-CARD-NAME
               END-IF
           END-IF
           IF WS-OPF-IDX > 0
               PERFORM VARYING WS-OPF-WORD-IDX FROM 1 BY 1
                       UNTIL WS-OPF-WORD-IDX > 3
                   EVALUATE TRUE
                       WHEN WS-OPF-CARD-WORD(WS-OPF-WORD-IDX)(1:8)
                               = 'FORMATS='
                           MOVE WS-OPF-CARD-WORD(WS-OPF-WORD-IDX)(9:20)
                               TO WS-OPF-FORMATS(WS-OPF-IDX)
                       WHEN WS-OPF-CARD-WORD(WS-OPF-WORD-IDX)(1:7)
                               = 'FORMAT='
                           MOVE WS-OPF-CARD-WORD(WS-OPF-WORD-IDX)(8:20)
                               TO WS-OPF-FORMATS(WS-OPF-IDX)
                       WHEN WS-OPF-CARD-WORD(WS-OPF-WORD-IDX)(1:8)
                               = 'COLUMNS='
                           MOVE WS-OPF-CARD-WORD(WS-OPF-WORD-IDX)
                               (9:181) TO WS-OPF-COL-LIST
                           PERFORM ADD-OUTPUT-PROFILE-COLUMNS
                       WHEN WS-OPF-CARD-WORD(WS-OPF-WORD-IDX) = SPACES
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Warning: unknown OUTPROFILE: "
                               "option ignored: "
                               WS-OPF-CARD-WORD(WS-OPF-WORD-IDX)(1:60)
                   END-EVALUATE
               END-PERFORM
           END-IF.

      *> OUTFILTER:consumer:column=op=value - one row filter for an
      *> output profile already set up by its OUTPROFILE: card. The
      *> profile's filters are ANDed, exactly as FILTER: cards are.
       PARSE-OUTPUT-FILTER-CARD.
           MOVE SPACES TO WS-OPF-CARD-NAME
           MOVE 11 TO WS-OPF-PTR
           UNSTRING WS-PARM-LINE DELIMITED BY ':'
               INTO WS-OPF-CARD-NAME
               WITH POINTER WS-OPF-PTR
           END-UNSTRING
           PERFORM FIND-OUTPUT-PROFILE
           IF WS-OPF-IDX = 0 OR WS-OPF-PTR > 200
               DISPLAY "Warning: OUTFILTER: card ignored, no such "
                   "output profile: " WS-OPF-CARD-NAME
           ELSE
               IF WS-OPF-FLT-COUNT < 20
                   ADD 1 TO WS-OPF-FLT-COUNT
                   MOVE WS-OPF-IDX
                       TO WS-OPF-FLT-PROFILE(WS-OPF-FLT-COUNT)
                   MOVE SPACES TO WS-OPF-FLT-CARD(WS-OPF-FLT-COUNT)
                   MOVE 0 TO WS-OPF-FLT-COL-IDX(WS-OPF-FLT-COUNT)
                   UNSTRING WS-PARM-LINE(WS-OPF-PTR:) DELIMITED BY '='
                       INTO WS-OPF-FLT-HEADER(WS-OPF-FLT-COUNT)
                            WS-OPF-FLT-OP(WS-OPF-FLT-COUNT)
                            WS-OPF-FLT-VALUE(WS-OPF-FLT-COUNT)
                   END-UNSTRING
               ELSE
                   DISPLAY "Warning: more than 20 OUTFILTER: cards, "
                       "ignored: " WS-PARM-LINE(1:60)
               END-IF
           END-IF.

      *> Sets WS-OPF-IDX to the profile named WS-OPF-CARD-NAME, or 0.
       FIND-OUTPUT-PROFILE.
           MOVE 0 TO WS-OPF-IDX
           PERFORM VARYING WS-OPF-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-OPF-SCAN-IDX > WS-OPF-COUNT
                       OR WS-OPF-IDX > 0
               IF WS-OPF-NAME(WS-OPF-SCAN-IDX) = WS-OPF-CARD-NAME
                   MOVE WS-OPF-SCAN-IDX TO WS-OPF-IDX
               END-IF
           END-PERFORM.

      *> Appends the comma-separated WS-OPF-COL-LIST to the columns of
      *> profile WS-OPF-IDX. A ':width' suffix overrides the column's
      *> resolved width (capped at a field's 1000 bytes); without one
      *> the column keeps the width the input file gives it.
       ADD-OUTPUT-PROFILE-COLUMNS.
           MOVE 1 TO WS-OPF-PTR
           PERFORM UNTIL WS-OPF-PTR > 181
               MOVE SPACES TO WS-OPF-ITEM
               UNSTRING WS-OPF-COL-LIST DELIMITED BY ','
                   INTO WS-OPF-ITEM
                   WITH POINTER WS-OPF-PTR
               END-UNSTRING
               IF WS-OPF-ITEM NOT = SPACES
                   IF WS-OPF-COL-COUNT(WS-OPF-IDX) < 50
                       ADD 1 TO WS-OPF-COL-COUNT(WS-OPF-IDX)
                       MOVE WS-OPF-COL-COUNT(WS-OPF-IDX)
                           TO WS-OPF-COL-IDX
                       MOVE SPACES TO WS-OPF-WIDTH-TEXT
                       MOVE SPACES TO WS-OPF-COL-NAME
                           (WS-OPF-IDX, WS-OPF-COL-IDX)
                       UNSTRING WS-OPF-ITEM DELIMITED BY ':'
                           INTO WS-OPF-COL-NAME
                                   (WS-OPF-IDX, WS-OPF-COL-IDX)
                                WS-OPF-WIDTH-TEXT
                       END-UNSTRING
                       MOVE 0 TO WS-OPF-COL-WIDTH
                           (WS-OPF-IDX, WS-OPF-COL-IDX)
                       MOVE 0 TO WS-OPF-COL-SRC
                           (WS-OPF-IDX, WS-OPF-COL-IDX)
                       PERFORM VARYING WS-OPF-CHAR-IDX FROM 1 BY 1
                               UNTIL WS-OPF-CHAR-IDX > 4
                           IF WS-OPF-WIDTH-TEXT(WS-OPF-CHAR-IDX:1)
                                   IS NUMERIC
                               MOVE WS-OPF-WIDTH-TEXT
                                   (WS-OPF-CHAR-IDX:1)
                                   TO WS-PROF-DIGIT-X
                               COMPUTE WS-OPF-COL-WIDTH
                                       (WS-OPF-IDX, WS-OPF-COL-IDX) =
                                   WS-OPF-COL-WIDTH
                                       (WS-OPF-IDX, WS-OPF-COL-IDX)
                                   * 10 + WS-PROF-DIGIT
                           END-IF
                       END-PERFORM
                       IF WS-OPF-COL-WIDTH(WS-OPF-IDX, WS-OPF-COL-IDX)
                               > 1000
                           MOVE 1000 TO WS-OPF-COL-WIDTH
                               (WS-OPF-IDX, WS-OPF-COL-IDX)
                       END-IF
                   ELSE
                       DISPLAY "Warning: more than 50 columns on "
                           "output profile " WS-OPF-NAME(WS-OPF-IDX)
                           ", ignored: " WS-OPF-ITEM(1:60)
                   END-IF
               END-IF
           END-PERFORM.

      *> Parses WS-USER-CHOICE (one or more digits 1-6, comma or space
      *> separated, e.g. "1,2") into the per-format selection switches
      *> so a single pass over the CSV can drive more than one
               PERFORM RAISE-RETURN-CODE
               STOP RUN
           END-IF
           IF INPUT-FILE-WAS-HELD AND NOT RUNNING-BATCH-OF-FILES
               DISPLAY "Input held, no conversion attempted."
               STOP RUN
           END-IF
           IF MASTER-MODE-ACTIVE AND WS-KEY-COL-COUNT = 0
               DISPLAY "Warning: MASTER=Y needs a KEY= card, "
                   "delta processing disabled"
                   PERFORM WRITE-STORE-FAILURE-AUDIT
                   STOP RUN
               END-IF
               PERFORM OPEN-SUPPRESS-LIST
               IF SUPPRESS-LIST-FAILED
                   DISPLAY "Run abandoned - suppression list "
                       "unavailable."
                   CLOSE SEENKEY-FILE
                   PERFORM WRITE-STORE-FAILURE-AUDIT
                   STOP RUN
               END-IF
           END-IF
           IF MASTER-MODE-ACTIVE
               PERFORM OPEN-MASTER-FILE
           END-IF
           IF MASTER-MODE-ACTIVE
               PERFORM LOAD-REKEY-XREF
           END-IF
           MOVE 0 TO WS-GRAND-READ
           MOVE 0 TO WS-GRAND-WRITTEN
           MOVE 0 TO WS-GRAND-REJECTED
           MOVE 0 TO WS-GRAND-CODE-REJECTS
           MOVE 0 TO WS-GRAND-CODES-FLAGGED
           MOVE 0 TO WS-GRAND-FILTERED
           MOVE 0 TO WS-GRAND-SUPPRESSED
           MOVE 0 TO WS-GRAND-CONF-RANK
           MOVE 0 TO WS-GRAND-CONF-RECENT
           MOVE 0 TO WS-GRAND-DUPLICATE
           MOVE 0 TO WS-GRAND-CHANGED
           MOVE 0 TO WS-GRAND-UNCHANGED
           MOVE 0 TO WS-GRAND-DELETED
           MOVE 0 TO WS-GRAND-REKEYED
           IF RUNNING-BATCH-OF-FILES
               PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                       UNTIL WS-CTL-IDX > WS-CTL-COUNT
                       MOVE WS-CTL-TRAILER(WS-CTL-IDX)
                           TO WS-FILE-TRAILER-WORD
                       MOVE WS-CTL-RANK(WS-CTL-IDX) TO WS-FILE-RANK
                       MOVE WS-CTL-FP-ROWS(WS-CTL-IDX) TO WS-FP-ROWS
                       MOVE WS-CTL-FP-BYTES(WS-CTL-IDX) TO WS-FP-BYTES
                       MOVE WS-CTL-FP-HASH(WS-CTL-IDX) TO WS-FP-HASH
                       PERFORM PROCESS-ONE-FILE
                   END-IF
               END-PERFORM
           END-IF
           IF MASTER-MODE-ACTIVE
               CLOSE MASTER-FILE
               PERFORM CLOSE-JOURNAL-FILE
           END-IF
           IF SEENKEY-FILE-OPEN
               CLOSE SEENKEY-FILE
           END-IF
           IF SUPPRESS-LIST-OPEN
               CLOSE SUPPRESS-FILE
           END-IF
           PERFORM WRITE-MANIFEST-FILE
      *> Only a job that opened the reject file has rejects of its own
      *> to analyse - one whose every input was held or skipped would
      *> otherwise report the last job's.
           IF REJECT-FILE-STARTED
               PERFORM ANALYZE-RUN-REJECTS
           END-IF
           STOP RUN.

      *> Opens the contacts master for the run, creating it empty on
      *> off a clean-looking completion code.
               MOVE 8 TO WS-RC-CANDIDATE
               PERFORM RAISE-RETURN-CODE
           ELSE
      *> A master change nobody can back out is worse than no delta
      *> run at all, so a journal that cannot be opened takes delta
      *> processing down with it, the same way a master open does.
               PERFORM OPEN-JOURNAL-FILE
               IF NOT JOURNAL-FILE-OPEN
                   CLOSE MASTER-FILE
                   DISPLAY "Warning: cannot open change journal "
                       WS-JRN-NAME " (status " WS-JRN-STATUS "), "
                       "delta processing disabled"
                   MOVE 'N' TO WS-MASTER-MODE
                   MOVE 8 TO WS-RC-CANDIDATE
                   PERFORM RAISE-RETURN-CODE
               END-IF
           END-IF.

      *> Opens the day's change journal for appending, stamping the
      *> run id on first use so every entry this run writes - across
      *> every file in a batch - carries the same one.
       OPEN-JOURNAL-FILE.
           IF WS-JRN-RUN-DATE = 0
               ACCEPT WS-JRN-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-JRN-CLOCK FROM TIME
               MOVE WS-JRN-CLOCK(1:6) TO WS-JRN-RUN-TIME
               MOVE 0 TO WS-JRN-SEQ
               DISPLAY "Journal run id: " WS-JRN-RUN-ID
           END-IF
           MOVE SPACES TO WS-JRN-NAME
           STRING 'journal_' DELIMITED BY SIZE
                  WS-JRN-RUN-DATE DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-JRN-NAME
           END-STRING
           OPEN EXTEND JOURNAL-FILE
           IF WS-JRN-STATUS NOT = '00' AND WS-JRN-STATUS NOT = '05'
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JRN-STATUS = '00' OR WS-JRN-STATUS = '05'
               SET JOURNAL-FILE-OPEN TO TRUE
           ELSE
               MOVE 'N' TO WS-JRN-OPEN
           END-IF.

      *> Closes the change journal alongside the master.
       CLOSE-JOURNAL-FILE.
           IF JOURNAL-FILE-OPEN
               CLOSE JOURNAL-FILE
               MOVE 'N' TO WS-JRN-OPEN
           END-IF.

      *> Appends one journal entry for the master change just made.
      *> The caller has set WS-JRN-E-ACTION and WS-JRN-E-KEY and
      *> staged the images and their flags; the run id, sequence and
      *> source are stamped here, and the field separators swapped
      *> for the line-safe byte.
       WRITE-JOURNAL-ENTRY.
           IF JOURNAL-FILE-OPEN
               ADD 1 TO WS-JRN-SEQ
               MOVE WS-JRN-RUN-ID TO WS-JRN-E-RUN-ID
               MOVE WS-JRN-SEQ TO WS-JRN-E-SEQ
               MOVE WS-JRN-SOURCE TO WS-JRN-E-INFILE
               INSPECT WS-JRN-E-BEFORE
                   CONVERTING WS-FIELD-SEP TO WS-JRN-SAFE-SEP
               INSPECT WS-JRN-E-AFTER
                   CONVERTING WS-FIELD-SEP TO WS-JRN-SAFE-SEP
               WRITE JOURNAL-RECORD FROM WS-JRN-ENTRY
               IF WS-JRN-STATUS NOT = '00'
                   DISPLAY "Warning: journal write failed (status "
                       WS-JRN-STATUS ") for key "
                       WS-JRN-E-KEY(1:60)
                   MOVE 4 TO WS-RC-CANDIDATE
                   PERFORM RAISE-RETURN-CODE
               END-IF
           END-IF.

      *> Journals an ADD: no before image, the record just written
      *> as the after image.
       JOURNAL-MASTER-ADD.
           MOVE 'ADD' TO WS-JRN-E-ACTION
           MOVE MASTER-KEY TO WS-JRN-E-KEY
           MOVE 'N' TO WS-JRN-E-BEFORE-FLAG
           MOVE SPACES TO WS-JRN-E-BEFORE
           MOVE 'Y' TO WS-JRN-E-AFTER-FLAG
           MOVE MASTER-RECORD TO WS-JRN-E-AFTER
           PERFORM WRITE-JOURNAL-ENTRY.

      *> Journals a CHANGE: the record as read before the merge (saved
      *> in WS-JRN-BEFORE-RECORD) and as rewritten.
       JOURNAL-MASTER-CHANGE.
           MOVE 'CHANGE' TO WS-JRN-E-ACTION
           MOVE MASTER-KEY TO WS-JRN-E-KEY
           MOVE 'Y' TO WS-JRN-E-BEFORE-FLAG
           MOVE WS-JRN-BEFORE-RECORD TO WS-JRN-E-BEFORE
           MOVE 'Y' TO WS-JRN-E-AFTER-FLAG
           MOVE MASTER-RECORD TO WS-JRN-E-AFTER
           PERFORM WRITE-JOURNAL-ENTRY.

      *> Journals a DELETE: the record in the buffer as it stood, and
      *> no after image.
       JOURNAL-MASTER-DELETE.
           MOVE 'DELETE' TO WS-JRN-E-ACTION
           MOVE MASTER-KEY TO WS-JRN-E-KEY
           MOVE 'Y' TO WS-JRN-E-BEFORE-FLAG
           MOVE MASTER-RECORD TO WS-JRN-E-BEFORE
           MOVE 'N' TO WS-JRN-E-AFTER-FLAG
           MOVE SPACES TO WS-JRN-E-AFTER
           PERFORM WRITE-JOURNAL-ENTRY.

      *> Journals an ERASE: the key only. An erased contact's values
      *> must not survive anywhere, the journal included, so there is
      *> no before image - and nothing for a backout to restore.
       JOURNAL-MASTER-ERASE.
           MOVE 'ERASED' TO WS-JRN-E-ACTION
           MOVE MASTER-KEY TO WS-JRN-E-KEY
           MOVE 'N' TO WS-JRN-E-BEFORE-FLAG
           MOVE SPACES TO WS-JRN-E-BEFORE
           MOVE 'N' TO WS-JRN-E-AFTER-FLAG
           MOVE SPACES TO WS-JRN-E-AFTER
           PERFORM WRITE-JOURNAL-ENTRY.

      *> Journals a REKEY under the new key: the record as it stood
      *> under its old key (saved in WS-JRN-BEFORE-RECORD, the old key
      *> with it) and as written under the new one.
       JOURNAL-MASTER-REKEY.
           MOVE 'REKEY' TO WS-JRN-E-ACTION
           MOVE MASTER-KEY TO WS-JRN-E-KEY
           MOVE 'Y' TO WS-JRN-E-BEFORE-FLAG
           MOVE WS-JRN-BEFORE-RECORD TO WS-JRN-E-BEFORE
           MOVE 'Y' TO WS-JRN-E-AFTER-FLAG
           MOVE MASTER-RECORD TO WS-JRN-E-AFTER
           PERFORM WRITE-JOURNAL-ENTRY.

      *> Opens the suppression list for lookups. Status 35 - no list,
      *> because nothing has ever been erased - leaves suppression off;
      *> a list that exists but will not open is a setup failure, since
      *> converting without it would re-ADD erased contacts.
       OPEN-SUPPRESS-LIST.
           MOVE 'N' TO WS-SUPPRESS-OPEN
           OPEN INPUT SUPPRESS-FILE
           IF WS-SUP-STATUS = '00'
               SET SUPPRESS-LIST-OPEN TO TRUE
           ELSE
               IF WS-SUP-STATUS NOT = '35'
                   DISPLAY "*** Cannot open suppression list "
                       "suppress.key (status " WS-SUP-STATUS ")"
                   SET SUPPRESS-LIST-FAILED TO TRUE
                   MOVE 12 TO WS-RC-CANDIDATE
                   PERFORM RAISE-RETURN-CODE
               END-IF
           END-IF.

      *> Loads 'rekey.dat' into the re-key table. No file means no
      *> re-keys. A line missing either key, naming the same key
      *> twice, or carrying an effective date that is not a date is
      *> skipped with a warning - guessing at it could move a contact
      *> onto someone else's key. Lines past the table's capacity are
      *> warned about the way the lookup pool's overflow is.
       LOAD-REKEY-XREF.
           MOVE 0 TO WS-RKY-COUNT
           MOVE 0 TO WS-RKY-KEY-WIDTH
           MOVE 0 TO WS-RKY-BAD-LINES
           MOVE 'N' TO WS-RKY-FULL
           MOVE 'N' TO WS-RKY-LOADED
           MOVE 'N' TO WS-RKY-EOF
           OPEN INPUT REKEY-FILE
           IF WS-RKY-STATUS = '00'
               PERFORM UNTIL REKEY-FILE-AT-EOF
                   READ REKEY-FILE INTO WS-RKY-LINE
                       AT END
                           SET REKEY-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-RKY-LINE NOT = SPACES
                               PERFORM ADD-REKEY-XREF-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REKEY-FILE
               IF WS-RKY-BAD-LINES > 0
                   DISPLAY "Warning: " WS-RKY-BAD-LINES
                       " unusable line(s) skipped in rekey.dat"
                   MOVE 4 TO WS-RC-CANDIDATE
                   PERFORM RAISE-RETURN-CODE
               END-IF
               IF WS-RKY-FULL = 'Y'
                   DISPLAY "Warning: rekey.dat holds more than 2000 "
                       "re-keys, the rest are ignored"
                   MOVE 4 TO WS-RC-CANDIDATE
                   PERFORM RAISE-RETURN-CODE
               END-IF
               IF WS-RKY-COUNT > 0
                   SET REKEY-XREF-LOADED TO TRUE
               END-IF
           ELSE
               IF WS-RKY-STATUS NOT = '35'
                   DISPLAY "Warning: cannot open rekey.dat (status "
                       WS-RKY-STATUS "), no re-keys applied"
                   MOVE 4 TO WS-RC-CANDIDATE
                   PERFORM RAISE-RETURN-CODE
               END-IF
           END-IF.

      *> Adds the oldkey=newkey=yyyymmdd line in WS-RKY-LINE to the
      *> table, widening WS-RKY-KEY-WIDTH to its old key.
       ADD-REKEY-XREF-ENTRY.
           IF WS-RKY-COUNT < 2000
               ADD 1 TO WS-RKY-COUNT
               MOVE SPACES TO WS-RKY-OLD-KEY(WS-RKY-COUNT)
               MOVE SPACES TO WS-RKY-NEW-KEY(WS-RKY-COUNT)
               MOVE SPACES TO WS-RKY-EFF-TEXT
               UNSTRING WS-RKY-LINE DELIMITED BY '='
                   INTO WS-RKY-OLD-KEY(WS-RKY-COUNT)
                        WS-RKY-NEW-KEY(WS-RKY-COUNT)
                        WS-RKY-EFF-TEXT
               END-UNSTRING
               IF WS-RKY-OLD-KEY(WS-RKY-COUNT) = SPACES
                       OR WS-RKY-NEW-KEY(WS-RKY-COUNT) = SPACES
                       OR WS-RKY-OLD-KEY(WS-RKY-COUNT) =
                           WS-RKY-NEW-KEY(WS-RKY-COUNT)
                       OR (WS-RKY-EFF-TEXT NOT = SPACES
                           AND WS-RKY-EFF-TEXT IS NOT NUMERIC)
                   SUBTRACT 1 FROM WS-RKY-COUNT
                   ADD 1 TO WS-RKY-BAD-LINES
               ELSE
                   IF WS-RKY-EFF-TEXT = SPACES
                       MOVE 0 TO WS-RKY-EFF-DATE(WS-RKY-COUNT)
                   ELSE
                       MOVE WS-RKY-EFF-TEXT
                           TO WS-RKY-EFF-DATE(WS-RKY-COUNT)
                   END-IF
                   MOVE WS-RKY-OLD-KEY(WS-RKY-COUNT)
                       TO WS-CSV-FIELD-WORK
                   PERFORM FIND-CSV-FIELD-LENGTH
                   IF WS-CSV-FIELD-LEN > WS-RKY-KEY-WIDTH
                       MOVE WS-CSV-FIELD-LEN TO WS-RKY-KEY-WIDTH
                   END-IF
               END-IF
           ELSE
               MOVE 'Y' TO WS-RKY-FULL
           END-IF.

      *> Starts the seen-key work file fresh for the batch: created
      *> whole run with a setup-failure code and its own audit
      *> record; an OPTIONAL one is skipped with a warning code, and
      *> stands the master delete sweep down the same way a skipped
      *> file mid-run does - its contacts registered no keys. Every
      *> input that is there is fingerprinted and put to the intake
      *> guard; a held control-file entry is skipped like a missing
      *> OPTIONAL one, and a held single input ends the run.
       PREFLIGHT-INPUT-FILES.
           MOVE 'Y' TO WS-PREFLIGHT-OK
           IF RUNNING-BATCH-OF-FILES
                           MOVE 'N' TO WS-PREFLIGHT-OK
                           PERFORM WRITE-PREFLIGHT-AUDIT
                       END-IF
                   ELSE
                       PERFORM FINGERPRINT-INPUT-FILE
                       MOVE WS-FP-ROWS TO WS-CTL-FP-ROWS(WS-CTL-IDX)
                       MOVE WS-FP-BYTES TO WS-CTL-FP-BYTES(WS-CTL-IDX)
                       MOVE WS-FP-HASH TO WS-CTL-FP-HASH(WS-CTL-IDX)
                       IF INTAKE-GUARD-ACTIVE
                           PERFORM CHECK-INTAKE-GUARD
                           IF INTAKE-FILE-HELD
                               MOVE 'Y' TO WS-CTL-SKIP(WS-CTL-IDX)
                               PERFORM HOLD-INPUT-FILE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           ELSE
                       WS-PF-REASON ": " WS-INFILE-NAME
                   MOVE 'N' TO WS-PREFLIGHT-OK
                   PERFORM WRITE-PREFLIGHT-AUDIT
               ELSE
                   PERFORM FINGERPRINT-INPUT-FILE
                   IF INTAKE-GUARD-ACTIVE
                       PERFORM CHECK-INTAKE-GUARD
                       IF INTAKE-FILE-HELD
                           PERFORM HOLD-INPUT-FILE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PREFLIGHT-ONE-INPUT.
           MOVE 'N' TO WS-PF-MISSING
           MOVE SPACES TO WS-PF-REASON
           MOVE 0 TO WS-FP-ROWS
           MOVE 0 TO WS-FP-BYTES
           MOVE 0 TO WS-FP-HASH
           OPEN INPUT CSV-FILE
           IF WS-IN-STATUS NOT = '00'
               MOVE 'Y' TO WS-PF-MISSING
               CLOSE CSV-FILE
           END-IF.

      *> Reads the input named in WS-INFILE-NAME end to end for its
      *> intake fingerprint: data rows (every line after the header),
      *> bytes on disk (each line plus its line end), and an Adler-32
      *> hash - two running sums over every byte, modulo 65521,
      *> combined as high sum * 65536 + low sum - so a re-sent file
      *> matches its earlier self whatever it is now called.
       FINGERPRINT-INPUT-FILE.
           MOVE 0 TO WS-FP-LINES
           MOVE 0 TO WS-FP-BYTES
           MOVE 1 TO WS-FP-SUM-A
           MOVE 0 TO WS-FP-SUM-B
           OPEN INPUT INTAKE-CHECK-FILE
           IF WS-IN-STATUS = '00'
               MOVE 'N' TO WS-FP-EOF
               PERFORM UNTIL WS-FP-EOF = 'Y'
                   READ INTAKE-CHECK-FILE
                       AT END
                           MOVE 'Y' TO WS-FP-EOF
                       NOT AT END
                           ADD 1 TO WS-FP-LINES
                           COMPUTE WS-FP-BYTES =
                               WS-FP-BYTES + WS-FP-LINE-LEN + 1
                           PERFORM HASH-INTAKE-LINE
                   END-READ
               END-PERFORM
               CLOSE INTAKE-CHECK-FILE
           END-IF
           IF WS-FP-LINES > 0
               COMPUTE WS-FP-ROWS = WS-FP-LINES - 1
           ELSE
               MOVE 0 TO WS-FP-ROWS
           END-IF
           COMPUTE WS-FP-HASH = WS-FP-SUM-B * 65536 + WS-FP-SUM-A.

      *> Folds one line and its line end into the running hash sums.
      *> A line of at most 32000 bytes cannot overflow either sum, so
      *> they are brought back under 65521 once per line, not per
      *> byte.
       HASH-INTAKE-LINE.
           PERFORM VARYING WS-FP-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-FP-CHAR-IDX > WS-FP-LINE-LEN
               MOVE INTAKE-CHECK-RECORD(WS-FP-CHAR-IDX:1)
                   TO WS-FP-BYTE
               ADD WS-FP-BYTE-VALUE TO WS-FP-SUM-A
               ADD WS-FP-SUM-A TO WS-FP-SUM-B
           END-PERFORM
           ADD 10 TO WS-FP-SUM-A
           ADD WS-FP-SUM-A TO WS-FP-SUM-B
           DIVIDE WS-FP-SUM-A BY 65521 GIVING WS-FP-QUOTIENT
               REMAINDER WS-FP-REMAINDER
           MOVE WS-FP-REMAINDER TO WS-FP-SUM-A
           DIVIDE WS-FP-SUM-B BY 65521 GIVING WS-FP-QUOTIENT
               REMAINDER WS-FP-REMAINDER
           MOVE WS-FP-REMAINDER TO WS-FP-SUM-B.

      *> Puts the fingerprint just taken to the intake guard: first
      *> against the earlier entries of this batch, then against
      *> every COMPLETE run in the audit history, and last - once
      *> there is enough history for the input's name stem - against
      *> its recent row counts. Sets INTAKE-FILE-HELD and why.
       CHECK-INTAKE-GUARD.
           MOVE 'N' TO WS-IG-HELD
           MOVE WS-INFILE-NAME TO WS-IG-STEM-SOURCE
           PERFORM DERIVE-INTAKE-STEM
           MOVE WS-IG-STEM TO WS-IG-INFILE-STEM
           MOVE SPACES TO WS-IG-REASON
           MOVE SPACES TO WS-IG-MATCH-FILE
           MOVE SPACES TO WS-IG-MATCH-DATE
           MOVE 0 TO WS-IG-RUN-COUNT
           MOVE 0 TO WS-IG-RECENT-IDX
           MOVE 0 TO WS-IG-RECENT-USED
           IF RUNNING-BATCH-OF-FILES
               PERFORM VARYING WS-IG-EARLIER-IDX FROM 1 BY 1
                       UNTIL WS-IG-EARLIER-IDX >= WS-CTL-IDX
                          OR INTAKE-FILE-HELD
                   IF WS-CTL-SKIP(WS-IG-EARLIER-IDX) = 'N'
                       AND WS-CTL-FP-ROWS(WS-IG-EARLIER-IDX) = WS-FP-ROWS
                       AND WS-CTL-FP-BYTES(WS-IG-EARLIER-IDX)
                           = WS-FP-BYTES
                       AND WS-CTL-FP-HASH(WS-IG-EARLIER-IDX) = WS-FP-HASH
                       SET INTAKE-FILE-HELD TO TRUE
                       MOVE 're-sent file' TO WS-IG-REASON
                       MOVE WS-CTL-NAME(WS-IG-EARLIER-IDX)
                           TO WS-IG-MATCH-FILE
                       MOVE 'this run' TO WS-IG-MATCH-DATE
                   END-IF
               END-PERFORM
           END-IF
           IF NOT INTAKE-FILE-HELD
               OPEN INPUT AUDIT-FILE
               IF WS-AUD-STATUS = '00'
                   MOVE 'N' TO WS-AUD-EOF
                   PERFORM UNTIL AUDIT-FILE-AT-EOF OR INTAKE-FILE-HELD
                       READ AUDIT-FILE INTO WS-AUDIT-LINE
                           AT END
                               SET AUDIT-FILE-AT-EOF TO TRUE
                           NOT AT END
                               PERFORM CHECK-INTAKE-HISTORY-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-FILE
               END-IF
           END-IF
           IF NOT INTAKE-FILE-HELD
                   AND WS-IG-RUN-COUNT >= WS-IG-MIN-RUNS
               PERFORM CHECK-INTAKE-VOLUME
           END-IF.

      *> Weighs one audit record against the fingerprint in hand. Only
      *> COMPLETE runs that carry a fingerprint count: a HELD,
      *> SUSPECT or FAILED run is exactly the one an operator re-runs
      *> the same file after. An identical fingerprint holds the file;
      *> otherwise a run whose input name has the same stem joins the
      *> ring of its last INTAKEAVERAGE= row counts.
       CHECK-INTAKE-HISTORY-RECORD.
           MOVE SPACES TO WS-HIST-REC-FILE
           MOVE SPACES TO WS-HIST-REC-ENDING
           MOVE SPACES TO WS-HIST-REC-ROWS
           MOVE SPACES TO WS-HIST-REC-BYTES
           MOVE SPACES TO WS-HIST-REC-HASH
           UNSTRING WS-AUDIT-LINE DELIMITED BY '|'
               INTO WS-HIST-REC-DATE WS-HIST-REC-TIME
                    WS-HIST-REC-EDATE WS-HIST-REC-ETIME
                    WS-HIST-REC-FILE WS-HIST-REC-FORMATS
                    WS-HIST-REC-READ WS-HIST-REC-WRITTEN
                    WS-HIST-REC-REJECTED WS-HIST-REC-RESTART
                    WS-HIST-REC-ENDING WS-HIST-REC-ROWS
                    WS-HIST-REC-BYTES WS-HIST-REC-HASH
           END-UNSTRING
           IF WS-HIST-REC-ENDING = 'COMPLETE'
                   AND WS-HIST-REC-ROWS IS NUMERIC
                   AND WS-HIST-REC-BYTES IS NUMERIC
                   AND WS-HIST-REC-HASH IS NUMERIC
               IF WS-HIST-REC-ROWS-N = WS-FP-ROWS
                       AND WS-HIST-REC-BYTES-N = WS-FP-BYTES
                       AND WS-HIST-REC-HASH-N = WS-FP-HASH
                   SET INTAKE-FILE-HELD TO TRUE
                   MOVE 're-sent file' TO WS-IG-REASON
                   MOVE WS-HIST-REC-FILE TO WS-IG-MATCH-FILE
                   MOVE WS-HIST-REC-DATE TO WS-IG-MATCH-DATE
               ELSE
                   MOVE WS-HIST-REC-FILE TO WS-IG-STEM-SOURCE
                   PERFORM DERIVE-INTAKE-STEM
                   IF WS-IG-STEM = WS-IG-INFILE-STEM
                       ADD 1 TO WS-IG-RUN-COUNT
                       ADD 1 TO WS-IG-RECENT-IDX
                       IF WS-IG-RECENT-IDX > WS-IG-AVERAGE-RUNS
                           MOVE 1 TO WS-IG-RECENT-IDX
                       END-IF
                       MOVE WS-HIST-REC-ROWS-N
                           TO WS-IG-RECENT-ROWS(WS-IG-RECENT-IDX)
                       IF WS-IG-RECENT-USED < WS-IG-AVERAGE-RUNS
                           ADD 1 TO WS-IG-RECENT-USED
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Reduces the input name in WS-IG-STEM-SOURCE to its stem in
      *> WS-IG-STEM: directory and extension stripped as for
      *> WS-INFILE-TAG, then every digit dropped, so the date or
      *> sequence number a vendor stamps on each day's file does not
      *> make it a stranger to its own history. A name that is all
      *> digits keeps them, rather than matching every other such.
       DERIVE-INTAKE-STEM.
           MOVE SPACES TO WS-IG-STEM
           MOVE 0 TO WS-IG-STEM-LEN
           MOVE 0 TO WS-IG-STEM-START
           MOVE 0 TO WS-IG-STEM-END
           PERFORM VARYING WS-IG-STEM-IDX FROM 1 BY 1
                   UNTIL WS-IG-STEM-IDX > 100
               IF WS-IG-STEM-SOURCE(WS-IG-STEM-IDX:1) NOT = SPACE
                   MOVE WS-IG-STEM-IDX TO WS-IG-STEM-LEN
               END-IF
               IF WS-IG-STEM-SOURCE(WS-IG-STEM-IDX:1) = '/'
                   MOVE WS-IG-STEM-IDX TO WS-IG-STEM-START
               END-IF
               IF WS-IG-STEM-SOURCE(WS-IG-STEM-IDX:1) = '.'
                   MOVE WS-IG-STEM-IDX TO WS-IG-STEM-END
               END-IF
           END-PERFORM
           ADD 1 TO WS-IG-STEM-START
           IF WS-IG-STEM-END < WS-IG-STEM-START
               COMPUTE WS-IG-STEM-END = WS-IG-STEM-LEN + 1
           END-IF
           MOVE 0 TO WS-IG-STEM-OUT
           PERFORM VARYING WS-IG-STEM-IDX FROM WS-IG-STEM-START BY 1
                   UNTIL WS-IG-STEM-IDX >= WS-IG-STEM-END
               IF WS-IG-STEM-SOURCE(WS-IG-STEM-IDX:1) IS NOT NUMERIC
                   ADD 1 TO WS-IG-STEM-OUT
                   MOVE WS-IG-STEM-SOURCE(WS-IG-STEM-IDX:1)
                       TO WS-IG-STEM(WS-IG-STEM-OUT:1)
               END-IF
           END-PERFORM
           IF WS-IG-STEM = SPACES
                   AND WS-IG-STEM-END > WS-IG-STEM-START
               MOVE WS-IG-STEM-SOURCE(WS-IG-STEM-START:
                   WS-IG-STEM-END - WS-IG-STEM-START) TO WS-IG-STEM
           END-IF.

      *> Holds the input when its row count falls outside the
      *> tolerance band around the average of its recent runs.
       CHECK-INTAKE-VOLUME.
           MOVE 0 TO WS-IG-ROWS-TOTAL
           PERFORM VARYING WS-IG-RECENT-IDX FROM 1 BY 1
                   UNTIL WS-IG-RECENT-IDX > WS-IG-RECENT-USED
               ADD WS-IG-RECENT-ROWS(WS-IG-RECENT-IDX)
                   TO WS-IG-ROWS-TOTAL
           END-PERFORM
           COMPUTE WS-IG-ROWS-AVERAGE ROUNDED =
               WS-IG-ROWS-TOTAL / WS-IG-RECENT-USED
           IF WS-IG-TOLERANCE >= 100
               MOVE 0 TO WS-IG-ROWS-LOW
           ELSE
               COMPUTE WS-IG-ROWS-LOW =
                   WS-IG-ROWS-AVERAGE * (100 - WS-IG-TOLERANCE) / 100
           END-IF
           COMPUTE WS-IG-ROWS-HIGH =
               WS-IG-ROWS-AVERAGE * (100 + WS-IG-TOLERANCE) / 100
           IF WS-FP-ROWS < WS-IG-ROWS-LOW
                   OR WS-FP-ROWS > WS-IG-ROWS-HIGH
               SET INTAKE-FILE-HELD TO TRUE
               MOVE 'abnormal volume' TO WS-IG-REASON
           END-IF.

      *> Holds an input the guard caught: says why on the console,
      *> raises the hold code, remembers that the run held something
      *> (the delete sweep stands down for it) and leaves a HELD
      *> audit record carrying the fingerprint.
       HOLD-INPUT-FILE.
           MOVE SPACES TO WS-IG-MESSAGE
           STRING "Pre-flight: input held, " DELIMITED BY SIZE
                  WS-IG-REASON DELIMITED BY '  '
                  ": " DELIMITED BY SIZE
                  WS-INFILE-NAME DELIMITED BY SPACE
               INTO WS-IG-MESSAGE
           END-STRING
           DISPLAY WS-IG-MESSAGE
           IF WS-IG-REASON = 're-sent file'
               MOVE SPACES TO WS-IG-MESSAGE
               STRING "  identical to " DELIMITED BY SIZE
                      WS-IG-MATCH-FILE DELIMITED BY SPACE
                      " (" DELIMITED BY SIZE
                      WS-IG-MATCH-DATE DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO WS-IG-MESSAGE
               END-STRING
               DISPLAY WS-IG-MESSAGE
           ELSE
               MOVE WS-FP-ROWS TO WS-IG-ROWS-EDIT
               MOVE WS-IG-ROWS-AVERAGE TO WS-IG-AVERAGE-EDIT
               MOVE WS-IG-TOLERANCE TO WS-IG-TOLERANCE-EDIT
               DISPLAY "  rows " WS-IG-ROWS-EDIT
                   ", recent average " WS-IG-AVERAGE-EDIT
                   ", tolerance " WS-IG-TOLERANCE-EDIT "%"
           END-IF
           SET INPUT-FILE-WAS-HELD TO TRUE
           MOVE 6 TO WS-RC-CANDIDATE
           PERFORM RAISE-RETURN-CODE
           PERFORM WRITE-INTAKE-HOLD-AUDIT.

      *> Leaves the evidence of a held input in the audit file: a
      *> HELD-ended record with the fingerprint that was held.
       WRITE-INTAKE-HOLD-AUDIT.
           ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-START-TIME FROM TIME
           MOVE 'N' TO WS-AUD-RESTART
           MOVE 'HELD' TO WS-AUD-ENDING
           MOVE 0 TO WS-RECORDS-READ
           MOVE 0 TO WS-RECORDS-WRITTEN
           MOVE 0 TO WS-RECORDS-REJECTED
           PERFORM WRITE-AUDIT-RECORD.

      *> Leaves the evidence of a failed pre-flight in the audit
      *> file: a SETUP-ended record for the input that was missing,
      *> so the 3 AM page has a paper trail behind it.
           IF NOT RUNNING-BATCH-OF-FILES OR WS-FILE-RANK = 0
               MOVE WS-DEFAULT-RANK TO WS-FILE-RANK
           END-IF
           MOVE WS-INFILE-NAME TO WS-JRN-SOURCE
           ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-START-TIME FROM TIME
           MOVE 'N' TO WS-AUD-RESTART
           MOVE 0 TO WS-CODE-REJECTS
           MOVE 0 TO WS-CODES-FLAGGED
           MOVE 0 TO WS-RECORDS-FILTERED
           MOVE 0 TO WS-RECORDS-SUPPRESSED
           MOVE 0 TO WS-CONFLICTS-RANK
           MOVE 0 TO WS-CONFLICTS-RECENT
           MOVE 0 TO WS-RECORDS-DUPLICATE
           MOVE 0 TO WS-RECORDS-CHANGED
           MOVE 0 TO WS-RECORDS-UNCHANGED
           MOVE 0 TO WS-RECORDS-DELETED
           MOVE 0 TO WS-RECORDS-REKEYED
           MOVE 0 TO WS-MFT-RUN-HASH
           IF PROFILING-ENABLED
               PERFORM RESET-PROFILE-STATS
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-EXCEL-HEADER-WRITTEN
           MOVE 'N' TO WS-CPY-WRITTEN
           MOVE 'N' TO WS-OPF-DONE
      *> Split slices are per input file - the file tag is part of
      *> every generated name - so the per-value bookkeeping starts
      *> fresh for each one.
               PERFORM BUILD-OUTPUT-FILENAMES
               IF WS-RESTART-COUNT > 0
                   MOVE 'Y' TO WS-AUD-RESTART
                   SET MANIFEST-RUN-RESUMED TO TRUE
               END-IF
               IF WS-RESTART-COUNT > 0
      *> Under SPLIT= the output files are opened slice by slice as
                   MOVE WS-CKPT-CHANGED TO WS-RECORDS-CHANGED
                   MOVE WS-CKPT-UNCHANGED TO WS-RECORDS-UNCHANGED
                   MOVE WS-CKPT-FILTERED TO WS-RECORDS-FILTERED
                   MOVE WS-CKPT-SUPPRESSED TO WS-RECORDS-SUPPRESSED
                   MOVE WS-CKPT-REKEYED TO WS-RECORDS-REKEYED
                   MOVE WS-CKPT-HASH TO WS-MFT-RUN-HASH
                   MOVE WS-CKPT-CONF-RANK TO WS-CONFLICTS-RANK
                   MOVE WS-CKPT-CONF-RECENT TO WS-CONFLICTS-RECENT
                   IF EXCEL-FORMAT-SELECTED
               IF WS-HASH-COL-NAME NOT = SPACES
                   PERFORM RESOLVE-HASH-COLUMN
               END-IF
               PERFORM RESOLVE-MANIFEST-HASH-COLUMN
               IF WS-LKP-CARD-COUNT > 0
                   PERFORM RESOLVE-LOOKUP-COLUMNS
               END-IF
               IF WS-SVR-CARD-COUNT > 0
                   PERFORM RESOLVE-SURVIVOR-RULES
               END-IF
               IF WS-OPF-COUNT > 0
                   PERFORM RESOLVE-OUTPUT-PROFILES
                   PERFORM OPEN-PROFILE-STAGE
               END-IF
               IF WS-RESTART-COUNT > 0
                   PERFORM SKIP-TO-CHECKPOINT
               END-IF
                   PERFORM WRITE-PROFILE-REPORT
               END-IF
               PERFORM CLOSE-ACTIVE-OUTPUT-FILES
               IF PROFILE-STAGE-OPEN
                   PERFORM WRITE-OUTPUT-PROFILES
               END-IF
               CLOSE REJECT-FILE
               IF WS-KEY-COL-COUNT > 0
                   CLOSE DUPLICATE-FILE
               ADD WS-CODE-REJECTS TO WS-GRAND-CODE-REJECTS
               ADD WS-CODES-FLAGGED TO WS-GRAND-CODES-FLAGGED
               ADD WS-RECORDS-FILTERED TO WS-GRAND-FILTERED
               ADD WS-RECORDS-SUPPRESSED TO WS-GRAND-SUPPRESSED
               ADD WS-CONFLICTS-RANK TO WS-GRAND-CONF-RANK
               ADD WS-CONFLICTS-RECENT TO WS-GRAND-CONF-RECENT
               ADD WS-RECORDS-DUPLICATE TO WS-GRAND-DUPLICATE
               ADD WS-RECORDS-CHANGED TO WS-GRAND-CHANGED
               ADD WS-RECORDS-UNCHANGED TO WS-GRAND-UNCHANGED
               ADD WS-RECORDS-DELETED TO WS-GRAND-DELETED
               ADD WS-RECORDS-REKEYED TO WS-GRAND-REKEYED
               IF WS-INPUT-TRUNCATIONS > 0
                       OR WS-OUTPUT-TRUNCATIONS > 0
                       OR WS-CODES-FLAGGED > 0
                   PERFORM RAISE-RETURN-CODE
               END-IF
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           IF OUTPUT-PROFILES-WRITTEN
               PERFORM WRITE-PROFILE-AUDIT-RECORDS
           END-IF.

      *> The read/validate/dedupe/delta pass over the current input
      *> file, through end-of-file, trailer reconciliation and the
                   WHEN INPUT-FILE-WAS-SKIPPED
                       DISPLAY "Warning: an input file was "
                           "skipped, master delete sweep skipped"
      *> A held input (a re-send or an abnormal volume) converted
      *> nothing either, and is itself a sign the vendor's feed is
      *> not to be trusted as a statement of who still exists.
                   WHEN INPUT-FILE-WAS-HELD
                       DISPLAY "Warning: an input file was "
                           "held, master delete sweep skipped"
      *> A filtered-out row never registered its key either, so with
      *> FILTER: cards active an absent key proves nothing about the
      *> vendor's extract - sweeping would retire every contact the
           END-IF.

      *> Disposes of one row that passed the shape and type checks:
      *> the suppression-list check for erased contacts, duplicate-key
      *> handling, delta processing against the contacts
      *> master when active, and finally the selected converts. Shared
      *> by the normal read loop and the reject-reprocess loop so both
      *> paths treat a surviving row identically.
       PROCESS-SURVIVING-RECORD.
           MOVE 'N' TO WS-DUP-FOUND
           MOVE 'N' TO WS-SUP-FOUND
           IF WS-KEY-COL-COUNT > 0
               PERFORM CHECK-DUPLICATE-KEY
               PERFORM CHECK-SUPPRESSED-KEY
           END-IF
      *> An erased contact goes nowhere - not to the outputs, not to
      *> the master, not even to duplicate.dat - it is only counted.
           IF KEY-IS-SUPPRESSED
               ADD 1 TO WS-RECORDS-SUPPRESSED
           ELSE
               IF DUP-KEY-FOUND
                       AND NOT KEEP-LAST-OCCURRENCE
                   PERFORM WRITE-DUPLICATE-RECORD
               ELSE
                   IF MASTER-MODE-ACTIVE
                       PERFORM CHECK-MASTER-DELTA
                       IF DELTA-ROW-UNCHANGED
                           ADD 1 TO WS-RECORDS-UNCHANGED
                       ELSE
                           PERFORM CONVERT-OR-RELEASE
                           ADD 1 TO WS-RECORDS-WRITTEN
                           IF DELTA-ROW-ADDED
                               ADD 1 TO WS-RECORDS-ADDED
                           ELSE
                               IF DELTA-ROW-REKEYED
                                   ADD 1 TO WS-RECORDS-REKEYED
                               ELSE
                                   ADD 1 TO WS-RECORDS-CHANGED
                               END-IF
                           END-IF
                       END-IF
                   ELSE
                       PERFORM CONVERT-OR-RELEASE
                       ADD 1 TO WS-RECORDS-WRITTEN
                   END-IF
                   IF DUP-KEY-FOUND
                       PERFORM WRITE-DUPLICATE-RECORD
                   END-IF
               END-IF
           END-IF.

      *> Looks the row's key up on the suppression list. A row with no
      *> usable key cannot be anyone's erased key. A list that stops
      *> answering mid-run would let erased contacts back through, so
      *> it ends the file with a data-failure status.
       CHECK-SUPPRESSED-KEY.
           IF SUPPRESS-LIST-OPEN AND WS-KEY-HAS-VALUE = 'Y'
               MOVE WS-KEY-BUILD TO SUPPRESS-KEY
               READ SUPPRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET KEY-IS-SUPPRESSED TO TRUE
               END-READ
               IF WS-SUP-STATUS NOT = '00'
                       AND WS-SUP-STATUS NOT = '23'
                   DISPLAY "*** Suppression list read failure (status "
                       WS-SUP-STATUS "), file abandoned"
                   SET KEY-IS-SUPPRESSED TO TRUE
                   MOVE 'Y' TO WS-EOF
                   MOVE 8 TO WS-RC-CANDIDATE
                   PERFORM RAISE-RETURN-CODE
               END-IF
           END-IF.

               PERFORM BUILD-SORT-KEY
               MOVE WS-SRT-KEY-BUILD TO SRT-SORT-KEY
               MOVE WS-DELTA-ACTION TO SRT-ACTION
               MOVE WS-RKY-PRIOR-KEY TO SRT-PRIOR-KEY
               PERFORM BUILD-MASTER-IMAGE
               MOVE WS-MASTER-IMAGE TO SRT-FIELD-DATA
               RELEASE SORT-WORK-RECORD
      *> X'1F' unstring the master delete sweep uses) and converts it.
       WRITE-ONE-SORTED-RECORD.
           MOVE SRT-ACTION TO WS-DELTA-ACTION
           MOVE SRT-PRIOR-KEY TO WS-RKY-PRIOR-KEY
           MOVE 1 TO WS-START
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-COLUMN-COUNT
                   UNTIL WS-FLT-CARD-IDX > WS-FLT-CARD-COUNT
                       OR ROW-FILTERED-OUT
               IF WS-FLT-CARD-COL-IDX(WS-FLT-CARD-IDX) > 0
                   PERFORM TEST-FILTER-CARD
               END-IF
           END-PERFORM.

      *> Tests the row against the one card at WS-FLT-CARD-IDX,
      *> marking it filtered out when it fails.
       TEST-FILTER-CARD.
           PERFORM COMPARE-FILTER-VALUES
           EVALUATE WS-FLT-CARD-OP(WS-FLT-CARD-IDX)
               WHEN 'EQ'
                   IF WS-FLT-CMP NOT = 0
                       SET ROW-FILTERED-OUT TO TRUE
                   END-IF
               WHEN 'NE'
                   IF WS-FLT-CMP = 0
                       SET ROW-FILTERED-OUT TO TRUE
                   END-IF
               WHEN 'GT'
                   IF WS-FLT-CMP NOT > 0
                       SET ROW-FILTERED-OUT TO TRUE
                   END-IF
               WHEN 'GE'
                   IF WS-FLT-CMP < 0
                       SET ROW-FILTERED-OUT TO TRUE
                   END-IF
               WHEN 'LT'
                   IF WS-FLT-CMP NOT < 0
                       SET ROW-FILTERED-OUT TO TRUE
                   END-IF
               WHEN 'LE'
                   IF WS-FLT-CMP > 0
                       SET ROW-FILTERED-OUT TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Compares the current card's column value (A) to the card's
      *> comparison value (B) into WS-FLT-CMP: negative for A < B,
      *> zero for equal, positive for A > B. Numeric, decimal and
                   TO WS-CPY-WRITTEN
               MOVE WS-SPLIT-VAL-JSANY(WS-SPLIT-SLOT)
                   TO WS-JSON-ANY-RECORD
               MOVE WS-SPLIT-VAL-SQLCNT(WS-SPLIT-SLOT)
                   TO WS-SQL-STMT-COUNT
               MOVE WS-SPLIT-THIS-VALUE TO WS-SPLIT-CURRENT-VALUE
               MOVE 'Y' TO WS-SPLIT-OUTPUTS-OPEN
           END-IF.
                   MOVE 'N' TO WS-SPLIT-VAL-XLHDR(WS-SPLIT-SLOT)
                   MOVE 'N' TO WS-SPLIT-VAL-CPY(WS-SPLIT-SLOT)
                   MOVE 'N' TO WS-SPLIT-VAL-JSANY(WS-SPLIT-SLOT)
                   MOVE 0 TO WS-SPLIT-VAL-SQLCNT(WS-SPLIT-SLOT)
               ELSE
                   IF WS-SPLIT-WARNED = 'N'
                       DISPLAY "Warning: more than 50 split values, "
                           MOVE 'N' TO WS-SPLIT-VAL-XLHDR(51)
                           MOVE 'N' TO WS-SPLIT-VAL-CPY(51)
                           MOVE 'N' TO WS-SPLIT-VAL-JSANY(51)
                           MOVE 0 TO WS-SPLIT-VAL-SQLCNT(51)
                       END-IF
                   END-IF
               END-IF
           MOVE WS-CPY-WRITTEN
               TO WS-SPLIT-VAL-CPY(WS-SPLIT-VAL-IDX)
           MOVE WS-JSON-ANY-RECORD
               TO WS-SPLIT-VAL-JSANY(WS-SPLIT-VAL-IDX)
           MOVE WS-SQL-STMT-COUNT
               TO WS-SPLIT-VAL-SQLCNT(WS-SPLIT-VAL-IDX).

      *> Closes whatever output files are actually open: the current
      *> split slice's when SPLIT= is in effect (none may be, if no
                   MOVE 'N' TO WS-SPLIT-OUTPUTS-OPEN
                   MOVE SPACES TO WS-SPLIT-CURRENT-VALUE
               END-IF
      *> Every slice's JSON/XML document (and SQL transaction) is
      *> still open-ended - the slices closed and reopened EXTEND as
      *> values interleaved, so only now can each one take its
      *> closing bracket, root tag or final COMMIT, and its Excel
      *> and fixed-width files their trailers.
               IF JSON-FORMAT-SELECTED OR XML-FORMAT-SELECTED
                       OR SQL-FORMAT-SELECTED
                       OR (OUTPUT-TRAILERS-SELECTED
                           AND (EXCEL-FORMAT-SELECTED
                                OR FIXED-FORMAT-SELECTED))
                   PERFORM FINALIZE-SPLIT-DOCUMENTS
               END-IF
           ELSE
               PERFORM CLOSE-SELECTED-OUTPUT-FILES
           END-IF.

      *> Resolves every output profile's columns and OUTFILTER: cards
      *> against the input file's header - raw or mapped name, the way
      *> FILTER: cards resolve - and zeroes the profile counts. A
      *> column the file does not carry is warned about and written
      *> empty, so the consumer's layout never shifts; a filter on a
      *> missing column is warned about and ignored.
       RESOLVE-OUTPUT-PROFILES.
           PERFORM VARYING WS-OPF-IDX FROM 1 BY 1
                   UNTIL WS-OPF-IDX > WS-OPF-COUNT
               MOVE 0 TO WS-OPF-READ(WS-OPF-IDX)
               MOVE 0 TO WS-OPF-WRITTEN(WS-OPF-IDX)
               MOVE 0 TO WS-OPF-FILTERED(WS-OPF-IDX)
               PERFORM VARYING WS-OPF-COL-IDX FROM 1 BY 1
                       UNTIL WS-OPF-COL-IDX >
                           WS-OPF-COL-COUNT(WS-OPF-IDX)
                   MOVE 0 TO WS-OPF-COL-SRC(WS-OPF-IDX, WS-OPF-COL-IDX)
                   PERFORM VARYING WS-INDEX FROM 1 BY 1
                           UNTIL WS-INDEX > WS-COLUMN-COUNT
                       IF WS-OPF-COL-SRC(WS-OPF-IDX, WS-OPF-COL-IDX)
                               = 0
                           AND (WS-HEADER-FIELD(WS-INDEX) =
                               WS-OPF-COL-NAME
                                   (WS-OPF-IDX, WS-OPF-COL-IDX)
                             OR WS-MATCHED-HEADERS(WS-INDEX) =
                               WS-OPF-COL-NAME
                                   (WS-OPF-IDX, WS-OPF-COL-IDX))
                           MOVE WS-INDEX TO WS-OPF-COL-SRC
                               (WS-OPF-IDX, WS-OPF-COL-IDX)
                       END-IF
                   END-PERFORM
                   IF WS-OPF-COL-SRC(WS-OPF-IDX, WS-OPF-COL-IDX) = 0
                       DISPLAY "Warning: output profile "
                           WS-OPF-NAME(WS-OPF-IDX)
                           " column not found on " WS-INFILE-NAME
                           ": " WS-OPF-COL-NAME
                               (WS-OPF-IDX, WS-OPF-COL-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-OPF-FLT-IDX FROM 1 BY 1
                   UNTIL WS-OPF-FLT-IDX > WS-OPF-FLT-COUNT
               MOVE 0 TO WS-OPF-FLT-COL-IDX(WS-OPF-FLT-IDX)
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                       UNTIL WS-INDEX > WS-COLUMN-COUNT
                   IF WS-OPF-FLT-COL-IDX(WS-OPF-FLT-IDX) = 0
                           AND (WS-HEADER-FIELD(WS-INDEX) =
                                   WS-OPF-FLT-HEADER(WS-OPF-FLT-IDX)
                             OR WS-MATCHED-HEADERS(WS-INDEX) =
                                   WS-OPF-FLT-HEADER(WS-OPF-FLT-IDX))
                       MOVE WS-INDEX
                           TO WS-OPF-FLT-COL-IDX(WS-OPF-FLT-IDX)
                   END-IF
               END-PERFORM
               IF WS-OPF-FLT-COL-IDX(WS-OPF-FLT-IDX) = 0
                   DISPLAY "Warning: output profile filter column "
                       "not found on " WS-INFILE-NAME ": "
                       WS-OPF-FLT-HEADER(WS-OPF-FLT-IDX)
               END-IF
           END-PERFORM.

      *> Opens the profile stage for this input file. A resumed run
      *> extends the stage its crashed attempt left, the same way it
      *> extends the output files, so the profiles still see every
      *> row. Without a stage the profiles are skipped with a warning
      *> and the main outputs are unaffected.
       OPEN-PROFILE-STAGE.
           MOVE 'N' TO WS-OPF-STAGING
           IF WS-RESTART-COUNT > 0
               OPEN EXTEND PROFILE-STAGE-FILE
               IF WS-OPF-STATUS NOT = '00'
                   DISPLAY "Warning: output profile stage from the "
                       "interrupted run not found, profiles hold "
                       "only the rows after the restart point"
                   OPEN OUTPUT PROFILE-STAGE-FILE
               END-IF
           ELSE
               OPEN OUTPUT PROFILE-STAGE-FILE
           END-IF
           IF WS-OPF-STATUS = '00'
               SET PROFILE-STAGE-OPEN TO TRUE
           ELSE
               DISPLAY "Warning: cannot open output profile stage "
                   "(status " WS-OPF-STATUS "), profiles not written"
               MOVE 4 TO WS-RC-CANDIDATE
               PERFORM RAISE-RETURN-CODE
           END-IF.

      *> Stages the row the converts just wrote: its delta action,
      *> whether it passes each profile's OUTFILTER: cards, and its
      *> field image. Each card is copied into the filter table's
      *> work slot and tested there by the FILTER: card logic, so the
      *> two kinds of card can never compare differently.
       STAGE-PROFILE-RECORD.
           MOVE WS-DELTA-ACTION TO WS-OPF-STAGE-ACTION
           MOVE WS-RKY-PRIOR-KEY TO WS-OPF-STAGE-PRIOR-KEY
           MOVE ALL 'N' TO WS-OPF-STAGE-FLAGS
           PERFORM VARYING WS-OPF-IDX FROM 1 BY 1
                   UNTIL WS-OPF-IDX > WS-OPF-COUNT
               MOVE 'N' TO WS-ROW-FILTERED
               PERFORM VARYING WS-OPF-FLT-IDX FROM 1 BY 1
                       UNTIL WS-OPF-FLT-IDX > WS-OPF-FLT-COUNT
                           OR ROW-FILTERED-OUT
                   IF WS-OPF-FLT-PROFILE(WS-OPF-FLT-IDX) = WS-OPF-IDX
                           AND WS-OPF-FLT-COL-IDX(WS-OPF-FLT-IDX) > 0
                       MOVE WS-OPF-FLT-CARD(WS-OPF-FLT-IDX)
                           TO WS-FLT-CARD-ENTRY(21)
                       MOVE 21 TO WS-FLT-CARD-IDX
                       PERFORM TEST-FILTER-CARD
                   END-IF
               END-PERFORM
               IF NOT ROW-FILTERED-OUT
                   MOVE 'Y' TO WS-OPF-STAGE-FLAG(WS-OPF-IDX)
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-ROW-FILTERED
           PERFORM BUILD-PROFILE-STAGE-IMAGE
           INSPECT WS-OPF-STAGE-IMAGE
               CONVERTING WS-FIELD-SEP TO WS-JRN-SAFE-SEP
           WRITE PROFILE-STAGE-RECORD FROM WS-OPF-STAGE-LINE.

      *> The row's field image for the stage, built the way
      *> BUILD-MASTER-IMAGE builds the master's but into the stage
      *> line, since the master image may still be wanted for the
      *> row's delta.
       BUILD-PROFILE-STAGE-IMAGE.
           MOVE SPACES TO WS-OPF-STAGE-IMAGE
           MOVE 1 TO WS-OPF-STAGE-PTR
           PERFORM VARYING WS-OPF-SRC-IDX FROM 1 BY 1
                   UNTIL WS-OPF-SRC-IDX > WS-COLUMN-COUNT
               MOVE WS-DATA-FIELD(WS-OPF-SRC-IDX) TO WS-CSV-FIELD-WORK
               PERFORM FIND-CSV-FIELD-LENGTH
               IF WS-CSV-FIELD-LEN > 0
                   STRING WS-CSV-FIELD-WORK(1:WS-CSV-FIELD-LEN)
                           DELIMITED BY SIZE
                       INTO WS-OPF-STAGE-IMAGE
                       WITH POINTER WS-OPF-STAGE-PTR
                       ON OVERFLOW CONTINUE
                   END-STRING
               END-IF
               IF WS-OPF-SRC-IDX < WS-COLUMN-COUNT
                       AND WS-OPF-STAGE-PTR <= 50100
                   STRING WS-FIELD-SEP DELIMITED BY SIZE
                       INTO WS-OPF-STAGE-IMAGE
                       WITH POINTER WS-OPF-STAGE-PTR
                       ON OVERFLOW CONTINUE
                   END-STRING
               END-IF
           END-PERFORM.

      *> Writes every output profile's file set from the stage once
      *> the input file's own outputs are closed. The profiles borrow
      *> the column tables, format switches and key/hash positions
      *> the converts work from, so the file's own settings are put
      *> aside first and restored afterwards. Profile files are never
      *> split and never resumed - each is rewritten whole from the
      *> stage, which a resumed run has extended. The stage is
      *> deleted once every profile is written.
       WRITE-OUTPUT-PROFILES.
           CLOSE PROFILE-STAGE-FILE
           MOVE 'N' TO WS-OPF-STAGING
           MOVE WS-COLUMN-COUNT TO WS-OPF-SAVE-COUNT
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-COLUMN-COUNT
               MOVE WS-HEADER-FIELD(WS-INDEX)
                   TO WS-OPF-SAVE-HEADER(WS-INDEX)
               MOVE WS-MATCHED-HEADERS(WS-INDEX)
                   TO WS-OPF-SAVE-MATCHED(WS-INDEX)
               MOVE WS-DATA-TYPE-HEADERS(WS-INDEX)
                   TO WS-OPF-SAVE-TYPE(WS-INDEX)
               MOVE WS-COLUMN-LENGTHS(WS-INDEX)
                   TO WS-OPF-SAVE-LENGTH(WS-INDEX)
           END-PERFORM
           MOVE WS-USER-CHOICE TO WS-OPF-SAVE-CHOICE
           MOVE WS-SPLIT-MODE TO WS-OPF-SAVE-SPLIT
           MOVE WS-RESTART-COUNT TO WS-OPF-SAVE-RESTART
           MOVE WS-MFT-HASH-IDX TO WS-OPF-SAVE-HASH-IDX
           MOVE WS-OUTFILE-PREFIX TO WS-OPF-SAVE-PREFIX
           MOVE WS-OUTFILE-BASE-PREFIX TO WS-OPF-SAVE-BASE-PREFIX
           MOVE WS-MFT-CUR-TABLE TO WS-OPF-SAVE-CUR-TABLE
           PERFORM VARYING WS-KEY-PART-IDX FROM 1 BY 1
                   UNTIL WS-KEY-PART-IDX > 5
               MOVE WS-KEY-COL-IDX(WS-KEY-PART-IDX)
                   TO WS-OPF-SAVE-KEY-IDX(WS-KEY-PART-IDX)
           END-PERFORM
           MOVE 'N' TO WS-SPLIT-MODE
           MOVE 0 TO WS-RESTART-COUNT
           PERFORM VARYING WS-OPF-IDX FROM 1 BY 1
                   UNTIL WS-OPF-IDX > WS-OPF-COUNT
               PERFORM WRITE-ONE-OUTPUT-PROFILE
           END-PERFORM
           MOVE WS-OPF-SAVE-COUNT TO WS-COLUMN-COUNT
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-COLUMN-COUNT
               MOVE WS-OPF-SAVE-HEADER(WS-INDEX)
                   TO WS-HEADER-FIELD(WS-INDEX)
               MOVE WS-OPF-SAVE-MATCHED(WS-INDEX)
                   TO WS-MATCHED-HEADERS(WS-INDEX)
               MOVE WS-OPF-SAVE-TYPE(WS-INDEX)
                   TO WS-DATA-TYPE-HEADERS(WS-INDEX)
               MOVE WS-OPF-SAVE-LENGTH(WS-INDEX)
                   TO WS-COLUMN-LENGTHS(WS-INDEX)
           END-PERFORM
           MOVE WS-OPF-SAVE-CHOICE TO WS-USER-CHOICE
           PERFORM PARSE-FORMAT-CHOICE
           MOVE WS-OPF-SAVE-SPLIT TO WS-SPLIT-MODE
           MOVE WS-OPF-SAVE-RESTART TO WS-RESTART-COUNT
           MOVE WS-OPF-SAVE-HASH-IDX TO WS-MFT-HASH-IDX
           MOVE WS-OPF-SAVE-PREFIX TO WS-OUTFILE-PREFIX
           MOVE WS-OPF-SAVE-BASE-PREFIX TO WS-OUTFILE-BASE-PREFIX
           MOVE WS-OPF-SAVE-CUR-TABLE TO WS-MFT-CUR-TABLE
           PERFORM VARYING WS-KEY-PART-IDX FROM 1 BY 1
                   UNTIL WS-KEY-PART-IDX > 5
               MOVE WS-OPF-SAVE-KEY-IDX(WS-KEY-PART-IDX)
                   TO WS-KEY-COL-IDX(WS-KEY-PART-IDX)
           END-PERFORM
           MOVE 'outprof.tmp' TO WS-HK-FILE-NAME
           CALL 'CBL_DELETE_FILE' USING WS-HK-FILE-NAME
               RETURNING WS-HK-CALL-RC
           END-CALL
           SET OUTPUT-PROFILES-WRITTEN TO TRUE.

      *> Writes profile WS-OPF-IDX: output_consumer_yyyymmdd.* (with
      *> the input file's tag folded in on a batch run), in the
      *> profile's formats and layout, from every staged row that
      *> passed its filters. The files join the run's manifest like
      *> any other output.
       WRITE-ONE-OUTPUT-PROFILE.
           MOVE 0 TO WS-OPF-TALLY
           INSPECT WS-OPF-FORMATS(WS-OPF-IDX) TALLYING WS-OPF-TALLY
               FOR ALL '1' ALL '2' ALL '3' ALL '4' ALL '5' ALL '6'
           IF WS-OPF-TALLY = 0 OR WS-OPF-COL-COUNT(WS-OPF-IDX) = 0
               DISPLAY "Warning: output profile "
                   WS-OPF-NAME(WS-OPF-IDX)
                   " has no formats or no columns, not written"
               MOVE 4 TO WS-RC-CANDIDATE
               PERFORM RAISE-RETURN-CODE
           ELSE
               MOVE WS-OPF-FORMATS(WS-OPF-IDX) TO WS-USER-CHOICE
               PERFORM PARSE-FORMAT-CHOICE
               PERFORM LAYOUT-OUTPUT-PROFILE
               MOVE SPACES TO WS-OUTFILE-PREFIX
               IF RUNNING-BATCH-OF-FILES
                   STRING 'output_' DELIMITED BY SIZE
                          WS-OPF-NAME(WS-OPF-IDX) DELIMITED BY SPACE
                          '_' DELIMITED BY SIZE
                          WS-INFILE-TAG DELIMITED BY SPACE
                          '_' DELIMITED BY SIZE
                       INTO WS-OUTFILE-PREFIX
                   END-STRING
               ELSE
                   STRING 'output_' DELIMITED BY SIZE
                          WS-OPF-NAME(WS-OPF-IDX) DELIMITED BY SPACE
                          '_' DELIMITED BY SIZE
                       INTO WS-OUTFILE-PREFIX
                   END-STRING
               END-IF
               MOVE WS-OUTFILE-PREFIX TO WS-OUTFILE-BASE-PREFIX
               MOVE ZEROS TO WS-MFT-CUR-TABLE
               PERFORM BUILD-FORMAT-FILENAMES
               PERFORM OPEN-SELECTED-OUTPUT-FILES
               MOVE 'N' TO WS-EXCEL-HEADER-WRITTEN
               MOVE 'N' TO WS-CPY-WRITTEN
               OPEN INPUT PROFILE-STAGE-FILE
               IF WS-OPF-STATUS = '00'
                   MOVE 'N' TO WS-OPF-STAGE-EOF
                   PERFORM UNTIL PROFILE-STAGE-AT-EOF
                       READ PROFILE-STAGE-FILE INTO WS-OPF-STAGE-LINE
                           AT END
                               SET PROFILE-STAGE-AT-EOF TO TRUE
                           NOT AT END
                               PERFORM WRITE-OUTPUT-PROFILE-ROW
                       END-READ
                   END-PERFORM
                   CLOSE PROFILE-STAGE-FILE
               ELSE
                   DISPLAY "Warning: cannot read output profile stage "
                       "(status " WS-OPF-STATUS ")"
                   MOVE 4 TO WS-RC-CANDIDATE
                   PERFORM RAISE-RETURN-CODE
               END-IF
               PERFORM WRITE-DOCUMENT-CLOSERS
               PERFORM CLOSE-SELECTED-OUTPUT-FILES
           END-IF.

      *> Lays the column tables out as profile WS-OPF-IDX's columns:
      *> each takes the name, type and width of the input column it
      *> resolved to (or a plain 40-byte text column when the file
      *> does not carry it), then the profile's own width. The KEY=
      *> and MANIFESTHASH= positions move with their columns, or drop
      *> to zero when the profile leaves them out.
       LAYOUT-OUTPUT-PROFILE.
           MOVE WS-OPF-COL-COUNT(WS-OPF-IDX) TO WS-COLUMN-COUNT
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-COLUMN-COUNT
               MOVE WS-OPF-COL-SRC(WS-OPF-IDX, WS-INDEX)
                   TO WS-OPF-SRC-IDX
               IF WS-OPF-SRC-IDX > 0
                   MOVE WS-OPF-SAVE-HEADER(WS-OPF-SRC-IDX)
                       TO WS-HEADER-FIELD(WS-INDEX)
                   MOVE WS-OPF-SAVE-MATCHED(WS-OPF-SRC-IDX)
                       TO WS-MATCHED-HEADERS(WS-INDEX)
                   MOVE WS-OPF-SAVE-TYPE(WS-OPF-SRC-IDX)
                       TO WS-DATA-TYPE-HEADERS(WS-INDEX)
                   MOVE WS-OPF-SAVE-LENGTH(WS-OPF-SRC-IDX)
                       TO WS-COLUMN-LENGTHS(WS-INDEX)
               ELSE
                   MOVE WS-OPF-COL-NAME(WS-OPF-IDX, WS-INDEX)
                       TO WS-HEADER-FIELD(WS-INDEX)
                   MOVE WS-OPF-COL-NAME(WS-OPF-IDX, WS-INDEX)
                       TO WS-MATCHED-HEADERS(WS-INDEX)
                   MOVE 'text' TO WS-DATA-TYPE-HEADERS(WS-INDEX)
                   MOVE 40 TO WS-COLUMN-LENGTHS(WS-INDEX)
               END-IF
               IF WS-OPF-COL-WIDTH(WS-OPF-IDX, WS-INDEX) > 0
                   MOVE WS-OPF-COL-WIDTH(WS-OPF-IDX, WS-INDEX)
                       TO WS-COLUMN-LENGTHS(WS-INDEX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-KEY-PART-IDX FROM 1 BY 1
                   UNTIL WS-KEY-PART-IDX > 5
               MOVE 0 TO WS-KEY-COL-IDX(WS-KEY-PART-IDX)
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                       UNTIL WS-INDEX > WS-COLUMN-COUNT
                   IF WS-OPF-SAVE-KEY-IDX(WS-KEY-PART-IDX) > 0
                           AND WS-OPF-COL-SRC(WS-OPF-IDX, WS-INDEX) =
                               WS-OPF-SAVE-KEY-IDX(WS-KEY-PART-IDX)
                           AND WS-KEY-COL-IDX(WS-KEY-PART-IDX) = 0
                       MOVE WS-INDEX TO WS-KEY-COL-IDX(WS-KEY-PART-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE 0 TO WS-MFT-HASH-IDX
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-COLUMN-COUNT
               IF WS-OPF-SAVE-HASH-IDX > 0
                       AND WS-OPF-COL-SRC(WS-OPF-IDX, WS-INDEX) =
                           WS-OPF-SAVE-HASH-IDX
                       AND WS-MFT-HASH-IDX = 0
                   MOVE WS-INDEX TO WS-MFT-HASH-IDX
               END-IF
           END-PERFORM.

      *> One staged row through profile WS-OPF-IDX: counted as read,
      *> and either counted as filtered or unpacked into the profile's
      *> column order and sent through the converts.
       WRITE-OUTPUT-PROFILE-ROW.
           ADD 1 TO WS-OPF-READ(WS-OPF-IDX)
           IF WS-OPF-STAGE-FLAG(WS-OPF-IDX) NOT = 'Y'
               ADD 1 TO WS-OPF-FILTERED(WS-OPF-IDX)
           ELSE
               INSPECT WS-OPF-STAGE-IMAGE
                   CONVERTING WS-JRN-SAFE-SEP TO WS-FIELD-SEP
               MOVE 1 TO WS-START
               PERFORM VARYING WS-OPF-SRC-IDX FROM 1 BY 1
                       UNTIL WS-OPF-SRC-IDX > WS-OPF-SAVE-COUNT
                   MOVE SPACES TO WS-OLD-FIELD(WS-OPF-SRC-IDX)
                   UNSTRING WS-OPF-STAGE-IMAGE
                       DELIMITED BY WS-FIELD-SEP
                       INTO WS-OLD-FIELD(WS-OPF-SRC-IDX)
                       WITH POINTER WS-START
                   END-UNSTRING
               END-PERFORM
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                       UNTIL WS-INDEX > WS-COLUMN-COUNT
                   MOVE WS-OPF-COL-SRC(WS-OPF-IDX, WS-INDEX)
                       TO WS-OPF-SRC-IDX
                   IF WS-OPF-SRC-IDX > 0
                       MOVE WS-OLD-FIELD(WS-OPF-SRC-IDX)
                           TO WS-DATA-FIELD(WS-INDEX)
                   ELSE
                       MOVE SPACES TO WS-DATA-FIELD(WS-INDEX)
                   END-IF
               END-PERFORM
               MOVE WS-OPF-STAGE-ACTION TO WS-DELTA-ACTION
               MOVE WS-OPF-STAGE-PRIOR-KEY TO WS-RKY-PRIOR-KEY
               PERFORM PROCESS-DATA
               ADD 1 TO WS-OPF-WRITTEN(WS-OPF-IDX)
           END-IF.

      *> One audit record per output profile, after the input file's
      *> own: the formats field reads PROFILE consumer:formats and
      *> the counts are the profile's read, written and filtered.
      *> These records carry no intake fingerprint, so the intake
      *> guard never mistakes one for the file's own run.
       WRITE-PROFILE-AUDIT-RECORDS.
           PERFORM VARYING WS-OPF-IDX FROM 1 BY 1
                   UNTIL WS-OPF-IDX > WS-OPF-COUNT
               MOVE SPACES TO WS-AUDIT-LINE
               STRING WS-AUD-START-DATE DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-AUD-START-TIME DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-AUD-END-DATE DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-AUD-END-TIME DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-INFILE-NAME DELIMITED BY SPACE
                      '|' DELIMITED BY SIZE
                      'PROFILE ' DELIMITED BY SIZE
                      WS-OPF-NAME(WS-OPF-IDX) DELIMITED BY SPACE
                      ':' DELIMITED BY SIZE
                      WS-OPF-FORMATS(WS-OPF-IDX) DELIMITED BY SPACE
                      '|' DELIMITED BY SIZE
                      WS-OPF-READ(WS-OPF-IDX) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-OPF-WRITTEN(WS-OPF-IDX) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-OPF-FILTERED(WS-OPF-IDX) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-AUD-RESTART DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-AUD-ENDING DELIMITED BY SPACE
                   INTO WS-AUDIT-LINE
               END-STRING
               PERFORM APPEND-AUDIT-LINE
           END-PERFORM.

      *> Drives a repair-and-reprocess run: the reject file left by an
      *> earlier conversion is read back as input, each record's
      *> diagnostic suffix is stripped to recover the original row,
      *> REPAIR: card corrections are applied, and the repaired rows
      *> output the morning run already wrote in order.
           MOVE 'N' TO WS-SORT-ACTIVE
           MOVE WS-DEFAULT-RANK TO WS-FILE-RANK
           MOVE 'reject.dat' TO WS-JRN-SOURCE
           PERFORM SET-ACTIVE-DELIMITER
           IF MASTER-MODE-ACTIVE AND WS-KEY-COL-COUNT = 0
               DISPLAY "Warning: MASTER=Y needs a KEY= card, "
           IF MASTER-MODE-ACTIVE
               PERFORM OPEN-MASTER-FILE
           END-IF
           IF MASTER-MODE-ACTIVE
               PERFORM LOAD-REKEY-XREF
           END-IF
           IF WS-KEY-COL-COUNT > 0
               PERFORM OPEN-SEENKEY-FILE
               IF DUP-STORE-FAILED
                       "checking unavailable."
                   IF MASTER-MODE-ACTIVE
                       CLOSE MASTER-FILE
                       PERFORM CLOSE-JOURNAL-FILE
                   END-IF
                   PERFORM WRITE-STORE-FAILURE-AUDIT
                   STOP RUN
               END-IF
               PERFORM OPEN-SUPPRESS-LIST
               IF SUPPRESS-LIST-FAILED
                   DISPLAY "Reprocess abandoned - suppression list "
                       "unavailable."
                   IF MASTER-MODE-ACTIVE
                       CLOSE MASTER-FILE
                       PERFORM CLOSE-JOURNAL-FILE
                   END-IF
                   CLOSE SEENKEY-FILE
                   PERFORM WRITE-STORE-FAILURE-AUDIT
                   STOP RUN
               END-IF
           MOVE 0 TO WS-CODE-REJECTS
           MOVE 0 TO WS-CODES-FLAGGED
           MOVE 0 TO WS-RECORDS-FILTERED
           MOVE 0 TO WS-RECORDS-SUPPRESSED
           MOVE 0 TO WS-CONFLICTS-RANK
           MOVE 0 TO WS-CONFLICTS-RECENT
           MOVE 0 TO WS-RECORDS-DUPLICATE
           MOVE 0 TO WS-RECORDS-CHANGED
           MOVE 0 TO WS-RECORDS-UNCHANGED
           MOVE 0 TO WS-RECORDS-DELETED
           MOVE 0 TO WS-RECORDS-REKEYED
           MOVE 0 TO WS-RECORDS-REPAIRED
           MOVE 'N' TO WS-EOF
           OPEN INPUT CSV-FILE
               IF WS-KEY-COL-COUNT > 0
                   PERFORM RESOLVE-KEY-COLUMNS
               END-IF
               PERFORM RESOLVE-MANIFEST-HASH-COLUMN
               PERFORM RESOLVE-REPAIR-COLUMNS
               IF WS-LKP-CARD-COUNT > 0
                   PERFORM RESOLVE-LOOKUP-COLUMNS
                   PERFORM DISPLAY-CONTROL-TOTALS
                   DISPLAY "Still-failing rows carried forward: "
                       WS-RECORDS-REJECTED
                   MOVE 'manifest_rework_' TO WS-MFT-NAME-PREFIX
                   PERFORM WRITE-MANIFEST-FILE
                   PERFORM ANALYZE-RUN-REJECTS
               END-IF
           END-IF
           IF MASTER-MODE-ACTIVE
               CLOSE MASTER-FILE
               PERFORM CLOSE-JOURNAL-FILE
           END-IF
           IF SEENKEY-FILE-OPEN
               CLOSE SEENKEY-FILE
           END-IF
           IF SUPPRESS-LIST-OPEN
               CLOSE SUPPRESS-FILE
           END-IF
      *> The audit record names the reject file as the run's input so
      *> month-end reconciliation can tell a reprocess pass from the
      *> morning's conversion of the same extract.
           MOVE 'reject.dat' TO WS-INFILE-NAME
           PERFORM WRITE-AUDIT-RECORD.

      *> Drives a golden-record publication run: maps the columns off
      *> the layout file's header row, then reads the contacts master
      *> end to end through the selection, the FILTER: cards and (with
      *> a SORT= card, as the sort's input procedure) the converts.
      *> The outputs are a full load, not a delta, so they carry no
      *> ADD/CHANGE/DELETE action and SQL comes out as INSERTs; the
      *> master is only read, never written or journaled.
       PUBLISH-PROCEDURE.
           PERFORM LOAD-CONTROL-FILE
           IF RUNNING-BATCH-OF-FILES AND WS-CTL-COUNT > 0
               MOVE WS-CTL-NAME(1) TO WS-INFILE-NAME
               MOVE WS-CTL-DELIM(1) TO WS-FILE-DELIM-NAME
           END-IF
           IF WS-PUB-LAYOUT-NAME NOT = SPACES
               MOVE WS-PUB-LAYOUT-NAME TO WS-INFILE-NAME
           END-IF
           MOVE 'N' TO WS-BATCH-FILES-MODE
           MOVE 'N' TO WS-MASTER-MODE
           MOVE SPACES TO WS-DELTA-ACTION
           PERFORM SET-ACTIVE-DELIMITER
           ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-START-TIME FROM TIME
           MOVE 'N' TO WS-AUD-RESTART
           MOVE 'SKIPPED' TO WS-AUD-ENDING
           MOVE 0 TO WS-RECORDS-READ
           MOVE 0 TO WS-RECORDS-WRITTEN
           MOVE 0 TO WS-RECORDS-REJECTED
           MOVE 0 TO WS-SHAPE-REJECTS
           MOVE 0 TO WS-TYPE-REJECTS
           MOVE 0 TO WS-CODE-REJECTS
           MOVE 0 TO WS-CODES-FLAGGED
           MOVE 0 TO WS-RECORDS-FILTERED
           MOVE 0 TO WS-RECORDS-DUPLICATE
           MOVE 0 TO WS-INPUT-TRUNCATIONS
           MOVE 0 TO WS-OUTPUT-TRUNCATIONS
           MOVE 0 TO WS-PUB-NOT-SELECTED
           OPEN INPUT MASTER-FILE
           IF WS-MST-STATUS NOT = '00'
               DISPLAY "Cannot open contacts master (status "
                   WS-MST-STATUS "), publication abandoned"
               MOVE 12 TO WS-RC-CANDIDATE
               PERFORM RAISE-RETURN-CODE
           ELSE
               OPEN INPUT CSV-FILE
               IF WS-IN-STATUS NOT = '00'
                   DISPLAY "Layout file not found, cannot map columns "
                       "for publication: " WS-INFILE-NAME
                   MOVE 12 TO WS-RC-CANDIDATE
                   PERFORM RAISE-RETURN-CODE
               ELSE
                   IF NOT ANY-FORMAT-SELECTED
                       DISPLAY "No valid output format selected, "
                           "publication abandoned"
                       CLOSE CSV-FILE
                   ELSE
                       PERFORM READ-CSV-HEADER
                       PERFORM MATCH-HEADERS
                       CLOSE CSV-FILE
                       PERFORM PUBLISH-GOLDEN-RECORDS
                   END-IF
               END-IF
               CLOSE MASTER-FILE
           END-IF
      *> The audit record names the master as the run's input, the
      *> way a reprocess pass names the reject file.
           MOVE 'contacts.mst' TO WS-INFILE-NAME
           PERFORM WRITE-AUDIT-RECORD.

      *> Opens the golden output set and runs the master through to
      *> it, then closes, totals and lists what was produced.
       PUBLISH-GOLDEN-RECORDS.
           PERFORM RESOLVE-MANIFEST-HASH-COLUMN
           IF WS-SRT-COL-COUNT > 0
               PERFORM RESOLVE-SORT-COLUMNS
               SET SORT-ACTIVE-THIS-RUN TO TRUE
           ELSE
               MOVE 'N' TO WS-SORT-ACTIVE
           END-IF
           IF WS-FLT-CARD-COUNT > 0
               PERFORM RESOLVE-FILTER-COLUMNS
           END-IF
           IF SPLIT-MODE-SELECTED
               PERFORM RESOLVE-SPLIT-COLUMN
           END-IF
           MOVE 0 TO WS-RESTART-COUNT
           PERFORM BUILD-OUTPUT-FILENAMES
           MOVE 'output_golden_' TO WS-OUTFILE-PREFIX
           MOVE WS-OUTFILE-PREFIX TO WS-OUTFILE-BASE-PREFIX
           IF SPLIT-MODE-SELECTED
               MOVE SPACES TO WS-SPLIT-CURRENT-VALUE
               MOVE 'N' TO WS-SPLIT-OUTPUTS-OPEN
               MOVE 'N' TO WS-SPLIT-ALWAYS-EXTEND
               MOVE 0 TO WS-SPLIT-VAL-COUNT
               MOVE SPACES TO WS-SPLIT-VAL-TEXT(51)
               MOVE 'N' TO WS-SPLIT-VAL-OPENED(51)
           ELSE
               PERFORM BUILD-FORMAT-FILENAMES
               PERFORM OPEN-SELECTED-OUTPUT-FILES
           END-IF
           MOVE 'N' TO WS-EXCEL-HEADER-WRITTEN
           MOVE 'N' TO WS-CPY-WRITTEN
           IF SORT-ACTIVE-THIS-RUN
               SORT SORT-WORK-FILE
                   ASCENDING KEY SRT-SORT-KEY
                   INPUT PROCEDURE IS PUBLISH-MASTER-RECORDS
                   OUTPUT PROCEDURE IS WRITE-SORTED-OUTPUT
           ELSE
               PERFORM PUBLISH-MASTER-RECORDS
           END-IF
           PERFORM CLOSE-ACTIVE-OUTPUT-FILES
           MOVE 'COMPLETE' TO WS-AUD-ENDING
           DISPLAY "Golden record publication from contacts.mst"
           DISPLAY "Records not selected: " WS-PUB-NOT-SELECTED
           PERFORM DISPLAY-CONTROL-TOTALS
           IF WS-OUTPUT-TRUNCATIONS > 0
               MOVE 4 TO WS-RC-CANDIDATE
               PERFORM RAISE-RETURN-CODE
           END-IF
           MOVE 'manifest_golden_' TO WS-MFT-NAME-PREFIX
           PERFORM WRITE-MANIFEST-FILE.

      *> Reads the master in key order, each record to
      *> PUBLISH-ONE-MASTER-RECORD.
       PUBLISH-MASTER-RECORDS.
           MOVE 'N' TO WS-MST-EOF
           MOVE LOW-VALUES TO MASTER-KEY
           START MASTER-FILE KEY NOT < MASTER-KEY
               INVALID KEY
                   SET MASTER-FILE-AT-EOF TO TRUE
           END-START
           PERFORM UNTIL MASTER-FILE-AT-EOF
               READ MASTER-FILE NEXT RECORD
                   AT END
                       SET MASTER-FILE-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM PUBLISH-ONE-MASTER-RECORD
               END-READ
           END-PERFORM.

      *> Counts the master record just read and, when it is selected
      *> and passes the filters, unstrings its image into the data
      *> fields (the same X'1F' unstring the delete sweep uses) and
      *> sends it on to the converts.
       PUBLISH-ONE-MASTER-RECORD.
           ADD 1 TO WS-RECORDS-READ
           PERFORM CHECK-PUBLISH-SELECTION
           IF NOT MASTER-RECORD-SELECTED
               ADD 1 TO WS-PUB-NOT-SELECTED
           ELSE
               MOVE MASTER-KEY TO WS-KEY-BUILD
               MOVE 1 TO WS-START
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                       UNTIL WS-INDEX > WS-COLUMN-COUNT
                   MOVE SPACES TO WS-DATA-FIELD(WS-INDEX)
                   UNSTRING MASTER-DATA DELIMITED BY WS-FIELD-SEP
                       INTO WS-DATA-FIELD(WS-INDEX)
                       WITH POINTER WS-START
                   END-UNSTRING
               END-PERFORM
               MOVE 'N' TO WS-ROW-FILTERED
               IF WS-FLT-CARD-COUNT > 0
                   PERFORM APPLY-FILTER-CARDS
               IF ROW-FILTERED-OUT
                   ADD 1 TO WS-RECORDS-FILTERED
               ELSE
                   PERFORM CONVERT-OR-RELEASE
                   ADD 1 TO WS-RECORDS-WRITTEN
               END-IF
           END-IF.

      *> Applies the PUBLISHFROM=/PUBLISHTO= last-touched window and
      *> the PUBLISHRANK= source rank to the master record just read.
       CHECK-PUBLISH-SELECTION.
           MOVE 'Y' TO WS-PUB-SELECTED
           IF MASTER-UPD-DATE < WS-PUB-FROM-DATE
                   OR MASTER-UPD-DATE > WS-PUB-TO-DATE
               MOVE 'N' TO WS-PUB-SELECTED
           END-IF
           IF MASTER-RECORD-SELECTED AND PUBLISH-RANK-SELECTED
               MOVE 'N' TO WS-PUB-SELECTED
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                       UNTIL WS-INDEX > WS-COLUMN-COUNT
                          OR MASTER-RECORD-SELECTED
                   IF MASTER-COL-RANK(WS-INDEX) = WS-PUB-RANK
                       MOVE 'Y' TO WS-PUB-SELECTED
                   END-IF
               END-PERFORM
           END-IF.

      *> Drives a downstream reconciliation run: takes the master's
      *> column names off the layout file's header row, maps the
      *> export's header onto them, then compares the export against
      *> the master row by row and sweeps the master for keys the
      *> export never carried. The master is only read, never written
      *> or journaled; the audit record names the export as the run's
      *> input.
       RECONCILE-PROCEDURE.
           PERFORM LOAD-CONTROL-FILE
           IF RUNNING-BATCH-OF-FILES AND WS-CTL-COUNT > 0
               MOVE WS-CTL-NAME(1) TO WS-INFILE-NAME
               MOVE WS-CTL-DELIM(1) TO WS-FILE-DELIM-NAME
           END-IF
           IF WS-RCN-LAYOUT-NAME NOT = SPACES
               MOVE WS-RCN-LAYOUT-NAME TO WS-INFILE-NAME
           END-IF
           MOVE 'N' TO WS-BATCH-FILES-MODE
           MOVE 'N' TO WS-MASTER-MODE
           MOVE 'N' TO WS-SORT-ACTIVE
           MOVE SPACES TO WS-DELTA-ACTION
           PERFORM SET-ACTIVE-DELIMITER
           ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-START-TIME FROM TIME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'N' TO WS-AUD-RESTART
           MOVE 'SKIPPED' TO WS-AUD-ENDING
           MOVE 0 TO WS-RECORDS-READ
           MOVE 0 TO WS-RECORDS-WRITTEN
           MOVE 0 TO WS-RECORDS-REJECTED
           MOVE 0 TO WS-OUTPUT-TRUNCATIONS
           MOVE 0 TO WS-RCN-MATCHED
           MOVE 0 TO WS-RCN-MISSING
           MOVE 0 TO WS-RCN-EXTRA
           MOVE 0 TO WS-RCN-MISMATCH-ROWS
           MOVE 0 TO WS-RCN-MISMATCH-COLS
           MOVE 0 TO WS-RCN-DUPLICATES
           MOVE 0 TO WS-RCN-UNUSABLE
           MOVE 'N' TO WS-RCN-SETUP
           IF WS-KEY-COL-COUNT = 0
               DISPLAY "RECONCILE= needs a KEY= card, "
                   "reconciliation abandoned"
               MOVE 12 TO WS-RC-CANDIDATE
               PERFORM RAISE-RETURN-CODE
           ELSE
               OPEN INPUT CSV-FILE
               IF WS-IN-STATUS NOT = '00'
                   DISPLAY "Layout file not found, cannot map columns "
                       "for reconciliation: " WS-INFILE-NAME
                   MOVE 12 TO WS-RC-CANDIDATE
                   PERFORM RAISE-RETURN-CODE
               ELSE
                   PERFORM READ-CSV-HEADER
                   PERFORM MATCH-HEADERS
                   CLOSE CSV-FILE
                   PERFORM SAVE-RECONCILE-LAYOUT
                   PERFORM OPEN-RECONCILE-EXPORT
               END-IF
           END-IF
           IF RECONCILE-SETUP-OK
               OPEN INPUT MASTER-FILE
               IF WS-MST-STATUS NOT = '00'
                   DISPLAY "Cannot open contacts master (status "
                       WS-MST-STATUS "), reconciliation abandoned"
                   MOVE 12 TO WS-RC-CANDIDATE
                   PERFORM RAISE-RETURN-CODE
               ELSE
                   PERFORM OPEN-SEENKEY-FILE
                   IF DUP-STORE-FAILED
                       MOVE 'FAILED' TO WS-AUD-ENDING
                   ELSE
                       PERFORM RECONCILE-DOWNSTREAM
                       CLOSE SEENKEY-FILE
                   END-IF
                   CLOSE MASTER-FILE
               END-IF
               CLOSE CSV-FILE
           END-IF
           MOVE WS-RCN-FILE-NAME TO WS-INFILE-NAME
           PERFORM WRITE-AUDIT-RECORD.

      *> Keeps the layout file's mapped column names - the order the
      *> master's stored images are joined in.
       SAVE-RECONCILE-LAYOUT.
           MOVE WS-COLUMN-COUNT TO WS-RCN-MST-COUNT
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-RCN-MST-COUNT
               MOVE WS-MATCHED-HEADERS(WS-INDEX)
                   TO WS-RCN-MST-NAME(WS-INDEX)
           END-PERFORM.

      *> Opens the downstream export under its own delimiter (the
      *> second word on the RECONCILE= card, else DELIMITER=), maps its
      *> header through the crosswalk and onto the master's columns,
      *> and resolves the KEY= columns on it. An export that does not
      *> carry every key column cannot be matched to the master at
      *> all, so the run stops there. The export is left open for the
      *> comparison when setup succeeds.
       OPEN-RECONCILE-EXPORT.
           MOVE WS-RCN-FILE-NAME TO WS-INFILE-NAME
           MOVE WS-RCN-DELIM-NAME TO WS-FILE-DELIM-NAME
           PERFORM SET-ACTIVE-DELIMITER
           OPEN INPUT CSV-FILE
           IF WS-IN-STATUS NOT = '00'
               DISPLAY "Downstream export not found: " WS-INFILE-NAME
               MOVE 12 TO WS-RC-CANDIDATE
               PERFORM RAISE-RETURN-CODE
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM READ-CSV-HEADER
               IF WS-EOF = 'Y'
                   DISPLAY "Downstream export is empty: "
                       WS-INFILE-NAME
                   MOVE 12 TO WS-RC-CANDIDATE
                   PERFORM RAISE-RETURN-CODE
               ELSE
                   PERFORM MATCH-HEADERS
                   PERFORM MAP-RECONCILE-COLUMNS
                   PERFORM RESOLVE-KEY-COLUMNS
                   SET RECONCILE-SETUP-OK TO TRUE
                   PERFORM VARYING WS-KEY-PART-IDX FROM 1 BY 1
                           UNTIL WS-KEY-PART-IDX > WS-KEY-COL-COUNT
                       IF WS-KEY-COL-IDX(WS-KEY-PART-IDX) = 0
                           MOVE 'N' TO WS-RCN-SETUP
                       END-IF
                   END-PERFORM
                   IF NOT RECONCILE-SETUP-OK
                       DISPLAY "Downstream export does not carry "
                           "every KEY= column, reconciliation "
                           "abandoned"
                       MOVE 12 TO WS-RC-CANDIDATE
                       PERFORM RAISE-RETURN-CODE
                   END-IF
               END-IF
               IF NOT RECONCILE-SETUP-OK
                   CLOSE CSV-FILE
               END-IF
           END-IF.

      *> Points each export column at the master column carrying the
      *> same mapped name. A column the master does not hold is
      *> warned about once and left out of the comparison.
       MAP-RECONCILE-COLUMNS.
           MOVE 0 TO WS-RCN-MAPPED-COUNT
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-COLUMN-COUNT
               MOVE 0 TO WS-RCN-COL-MAP(WS-INDEX)
               PERFORM VARYING WS-RCN-COL-IDX FROM 1 BY 1
                       UNTIL WS-RCN-COL-IDX > WS-RCN-MST-COUNT
                          OR WS-RCN-COL-MAP(WS-INDEX) > 0
                   IF WS-MATCHED-HEADERS(WS-INDEX) NOT = SPACES
                           AND WS-RCN-MST-NAME(WS-RCN-COL-IDX) =
                               WS-MATCHED-HEADERS(WS-INDEX)
                       MOVE WS-RCN-COL-IDX TO WS-RCN-COL-MAP(WS-INDEX)
                   END-IF
               END-PERFORM
               IF WS-RCN-COL-MAP(WS-INDEX) = 0
                   DISPLAY "Warning: export column not held on the "
                       "master, not compared: "
                       WS-HEADER-FIELD(WS-INDEX)
               ELSE
                   ADD 1 TO WS-RCN-MAPPED-COUNT
               END-IF
           END-PERFORM.

      *> Opens the reconciliation report (and, under RECONCILEDELTA=Y,
      *> the corrective output set), runs the comparison - as the
      *> sort's input procedure when a SORT= card orders the delta -
      *> then totals the differences to the report and the console.
      *> Any difference at all warns (return code 4).
       RECONCILE-DOWNSTREAM.
           MOVE SPACES TO WS-MAINT-RPT-NAME
           STRING 'reconcile_' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
               INTO WS-MAINT-RPT-NAME
           END-STRING
           OPEN EXTEND MAINT-REPORT-FILE
           IF WS-OUT-STATUS NOT = '00' AND WS-OUT-STATUS NOT = '05'
               OPEN OUTPUT MAINT-REPORT-FILE
           END-IF
      *> A report that cannot be written still leaves the differences
      *> on the console - the comparison itself is what matters.
           IF WS-OUT-STATUS = '00' OR WS-OUT-STATUS = '05'
               MOVE 'Y' TO WS-MAINT-DUMPING
           ELSE
               DISPLAY "Warning: cannot write reconciliation report "
                   WS-MAINT-RPT-NAME
               MOVE 'N' TO WS-MAINT-DUMPING
           END-IF
           MOVE SPACES TO WS-CMD-LINE
           STRING 'Reconciliation of ' DELIMITED BY SIZE
                  WS-RCN-FILE-NAME DELIMITED BY SPACE
                  ' against contacts.mst ' DELIMITED BY SIZE
                  WS-AUD-START-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AUD-START-TIME DELIMITED BY SIZE
               INTO WS-CMD-LINE
           END-STRING
           PERFORM WRITE-MAINT-REPORT-LINE
           IF RECONCILE-DELTA-SELECTED AND NOT ANY-FORMAT-SELECTED
               DISPLAY "No valid output format selected, no "
                   "corrective delta written"
               MOVE 'N' TO WS-RCN-DELTA
           END-IF
           IF RECONCILE-DELTA-SELECTED
               PERFORM OPEN-RECONCILE-OUTPUTS
           END-IF
           IF RECONCILE-DELTA-SELECTED AND SORT-ACTIVE-THIS-RUN
               SORT SORT-WORK-FILE
                   ASCENDING KEY SRT-SORT-KEY
                   INPUT PROCEDURE IS RECONCILE-COMPARE
                   OUTPUT PROCEDURE IS WRITE-SORTED-OUTPUT
           ELSE
               PERFORM RECONCILE-COMPARE
           END-IF
           IF RECONCILE-DELTA-SELECTED
               PERFORM CLOSE-ACTIVE-OUTPUT-FILES
           END-IF
           IF DUP-STORE-FAILED
               MOVE 'FAILED' TO WS-AUD-ENDING
           ELSE
               MOVE 'COMPLETE' TO WS-AUD-ENDING
           END-IF
           DISPLAY "Downstream reconciliation of " WS-RCN-FILE-NAME
           MOVE SPACES TO WS-CMD-LINE
           STRING 'Export rows read:        ' DELIMITED BY SIZE
                  WS-RECORDS-READ DELIMITED BY SIZE
               INTO WS-CMD-LINE
           END-STRING
           PERFORM WRITE-RECONCILE-TOTAL-LINE
           MOVE SPACES TO WS-CMD-LINE
           STRING 'Keys matched:            ' DELIMITED BY SIZE
                  WS-RCN-MATCHED DELIMITED BY SIZE
               INTO WS-CMD-LINE
           END-STRING
           PERFORM WRITE-RECONCILE-TOTAL-LINE
           MOVE SPACES TO WS-CMD-LINE
           STRING 'Missing downstream:      ' DELIMITED BY SIZE
                  WS-RCN-MISSING DELIMITED BY SIZE
               INTO WS-CMD-LINE
           END-STRING
           PERFORM WRITE-RECONCILE-TOTAL-LINE
           MOVE SPACES TO WS-CMD-LINE
           STRING 'Not on master:           ' DELIMITED BY SIZE
                  WS-RCN-EXTRA DELIMITED BY SIZE
               INTO WS-CMD-LINE
           END-STRING
           PERFORM WRITE-RECONCILE-TOTAL-LINE
           MOVE SPACES TO WS-CMD-LINE
           STRING 'Rows with mismatches:    ' DELIMITED BY SIZE
                  WS-RCN-MISMATCH-ROWS DELIMITED BY SIZE
               INTO WS-CMD-LINE
           END-STRING
           PERFORM WRITE-RECONCILE-TOTAL-LINE
           MOVE SPACES TO WS-CMD-LINE
           STRING 'Column mismatches:       ' DELIMITED BY SIZE
                  WS-RCN-MISMATCH-COLS DELIMITED BY SIZE
               INTO WS-CMD-LINE
           END-STRING
           PERFORM WRITE-RECONCILE-TOTAL-LINE
           MOVE SPACES TO WS-CMD-LINE
           STRING 'Duplicate export keys:   ' DELIMITED BY SIZE
                  WS-RCN-DUPLICATES DELIMITED BY SIZE
               INTO WS-CMD-LINE
           END-STRING
           PERFORM WRITE-RECONCILE-TOTAL-LINE
           MOVE SPACES TO WS-CMD-LINE
           STRING 'Unusable export rows:    ' DELIMITED BY SIZE
                  WS-RCN-UNUSABLE DELIMITED BY SIZE
               INTO WS-CMD-LINE
           END-STRING
           PERFORM WRITE-RECONCILE-TOTAL-LINE
           IF RECONCILE-DELTA-SELECTED
               MOVE SPACES TO WS-CMD-LINE
               STRING 'Corrective records:      ' DELIMITED BY SIZE
                      WS-RECORDS-WRITTEN DELIMITED BY SIZE
                   INTO WS-CMD-LINE
               END-STRING
               PERFORM WRITE-RECONCILE-TOTAL-LINE
           END-IF
           IF WS-MAINT-DUMPING = 'Y'
               CLOSE MAINT-REPORT-FILE
               MOVE 'N' TO WS-MAINT-DUMPING
           END-IF
           IF WS-RCN-MISSING > 0 OR WS-RCN-EXTRA > 0
                   OR WS-RCN-MISMATCH-ROWS > 0
                   OR WS-RCN-DUPLICATES > 0
                   OR WS-RCN-UNUSABLE > 0
                   OR WS-OUTPUT-TRUNCATIONS > 0
               MOVE 4 TO WS-RC-CANDIDATE
               PERFORM RAISE-RETURN-CODE
           END-IF
           IF RECONCILE-DELTA-SELECTED
               MOVE 'manifest_recon_' TO WS-MFT-NAME-PREFIX
               PERFORM WRITE-MANIFEST-FILE
           END-IF.

      *> Sets up the corrective output set the way the publication run
      *> sets up its own, in the export's layout. Master mode is
      *> switched on for the converts alone so every record carries
      *> its ADD/CHANGE/DELETE action and SQL comes out as INSERT,
      *> UPDATE and DELETE statements; nothing here touches the
      *> master's delta logic. FILTER: cards are not applied - a
      *> correction that skipped rows would not correct.
       OPEN-RECONCILE-OUTPUTS.
           MOVE 'Y' TO WS-MASTER-MODE
           PERFORM RESOLVE-MANIFEST-HASH-COLUMN
           IF WS-SRT-COL-COUNT > 0
               PERFORM RESOLVE-SORT-COLUMNS
               SET SORT-ACTIVE-THIS-RUN TO TRUE
           END-IF
           IF SPLIT-MODE-SELECTED
               PERFORM RESOLVE-SPLIT-COLUMN
           END-IF
           MOVE 0 TO WS-RESTART-COUNT
           PERFORM BUILD-OUTPUT-FILENAMES
           MOVE 'output_recon_' TO WS-OUTFILE-PREFIX
           MOVE WS-OUTFILE-PREFIX TO WS-OUTFILE-BASE-PREFIX
           IF SPLIT-MODE-SELECTED
               MOVE SPACES TO WS-SPLIT-CURRENT-VALUE
               MOVE 'N' TO WS-SPLIT-OUTPUTS-OPEN
               MOVE 'N' TO WS-SPLIT-ALWAYS-EXTEND
               MOVE 0 TO WS-SPLIT-VAL-COUNT
               MOVE SPACES TO WS-SPLIT-VAL-TEXT(51)
               MOVE 'N' TO WS-SPLIT-VAL-OPENED(51)
           ELSE
               PERFORM BUILD-FORMAT-FILENAMES
               PERFORM OPEN-SELECTED-OUTPUT-FILES
           END-IF
           MOVE 'N' TO WS-EXCEL-HEADER-WRITTEN
           MOVE 'N' TO WS-CPY-WRITTEN.

      *> Reads the rest of the export, each row to
      *> RECONCILE-EXPORT-ROW, then sweeps the master for keys the
      *> export did not carry.
       RECONCILE-COMPARE.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y' OR DUP-STORE-FAILED
               READ CSV-FILE INTO CSV-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CSV-RECORD NOT = SPACES
                           PERFORM RECONCILE-EXPORT-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF NOT DUP-STORE-FAILED
               PERFORM RECONCILE-MASTER-SWEEP
           END-IF.

      *> Parses and transforms one export row, registers its key in
      *> the seen-key store and looks it up on the master. A row of
      *> the wrong shape or with nothing in its key columns cannot be
      *> matched and is reported as unusable; a key the export has
      *> already delivered is reported as a duplicate and not
      *> compared again.
       RECONCILE-EXPORT-ROW.
           ADD 1 TO WS-RECORDS-READ
           PERFORM PARSE-CSV-RECORD
           IF WS-RECORD-VALID = 'N'
               ADD 1 TO WS-RCN-UNUSABLE
               ADD 1 TO WS-RECORDS-REJECTED
               MOVE SPACES TO WS-CMD-LINE
               STRING 'UNUSABLE  row ' DELIMITED BY SIZE
                      WS-RECORDS-READ DELIMITED BY SIZE
                      ' field count does not match the header'
                          DELIMITED BY SIZE
                   INTO WS-CMD-LINE
               END-STRING
               PERFORM WRITE-MAINT-REPORT-LINE
           ELSE
               PERFORM TRANSFORM-RECORD
               PERFORM CHECK-DUPLICATE-KEY
               IF WS-KEY-HAS-VALUE = 'N'
                   ADD 1 TO WS-RCN-UNUSABLE
                   ADD 1 TO WS-RECORDS-REJECTED
                   MOVE SPACES TO WS-CMD-LINE
                   STRING 'UNUSABLE  row ' DELIMITED BY SIZE
                          WS-RECORDS-READ DELIMITED BY SIZE
                          ' has no key value' DELIMITED BY SIZE
                       INTO WS-CMD-LINE
                   END-STRING
                   PERFORM WRITE-MAINT-REPORT-LINE
               ELSE
                   IF DUP-KEY-FOUND
                       ADD 1 TO WS-RCN-DUPLICATES
                       MOVE 'DUPLICATE' TO WS-RCN-TAG
                       PERFORM START-RECONCILE-LINE
                       STRING ' delivered more than once'
                               DELIMITED BY SIZE
                           INTO WS-CMD-LINE
                           WITH POINTER WS-RCN-PTR
                           ON OVERFLOW CONTINUE
                       END-STRING
                       PERFORM WRITE-MAINT-REPORT-LINE
                   ELSE
                       IF NOT DUP-STORE-FAILED
                           MOVE WS-KEY-BUILD TO MASTER-KEY
                           READ MASTER-FILE
                               INVALID KEY
                                   PERFORM RECONCILE-EXTRA-KEY
                               NOT INVALID KEY
                                   PERFORM RECONCILE-MATCHED-KEY
                           END-READ
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> A key downstream that the master does not hold: reported, and
      *> under RECONCILEDELTA=Y sent on as a DELETE carrying the
      *> export's own values.
       RECONCILE-EXTRA-KEY.
           ADD 1 TO WS-RCN-EXTRA
           MOVE 'EXTRA' TO WS-RCN-TAG
           PERFORM START-RECONCILE-LINE
           STRING ' not on contacts.mst' DELIMITED BY SIZE
               INTO WS-CMD-LINE
               WITH POINTER WS-RCN-PTR
               ON OVERFLOW CONTINUE
           END-STRING
           PERFORM WRITE-MAINT-REPORT-LINE
           IF RECONCILE-DELTA-SELECTED
               MOVE 'DELETE' TO WS-DELTA-ACTION
               PERFORM CONVERT-OR-RELEASE
               ADD 1 TO WS-RECORDS-WRITTEN
           END-IF.

      *> A key both sides hold: every mapped column is compared with
      *> the master's stored value and each difference reported.
      *> Under RECONCILEDELTA=Y a row with any difference is sent on
      *> as a CHANGE carrying the master's values in the mapped
      *> columns (unmapped columns keep what the export holds).
       RECONCILE-MATCHED-KEY.
           ADD 1 TO WS-RCN-MATCHED
           PERFORM UNPACK-RECONCILE-MASTER
           MOVE 'N' TO WS-RCN-ROW-STATE
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-COLUMN-COUNT
               IF WS-RCN-COL-MAP(WS-INDEX) > 0
                   IF WS-DATA-FIELD(WS-INDEX) NOT =
                           WS-OLD-FIELD(WS-RCN-COL-MAP(WS-INDEX))
                       PERFORM REPORT-RECONCILE-MISMATCH
                   END-IF
               END-IF
           END-PERFORM
           IF RECONCILE-ROW-DIFFERS
               ADD 1 TO WS-RCN-MISMATCH-ROWS
               IF RECONCILE-DELTA-SELECTED
                   PERFORM VARYING WS-INDEX FROM 1 BY 1
                           UNTIL WS-INDEX > WS-COLUMN-COUNT
                       IF WS-RCN-COL-MAP(WS-INDEX) > 0
                           MOVE WS-OLD-FIELD(WS-RCN-COL-MAP(WS-INDEX))
                               TO WS-DATA-FIELD(WS-INDEX)
                       END-IF
                   END-PERFORM
                   MOVE 'CHANGE' TO WS-DELTA-ACTION
                   PERFORM CONVERT-OR-RELEASE
                   ADD 1 TO WS-RECORDS-WRITTEN
               END-IF
           END-IF.

      *> Reports one column of the current row that differs, with the
      *> master's value ("ours") beside the export's ("theirs").
       REPORT-RECONCILE-MISMATCH.
           SET RECONCILE-ROW-DIFFERS TO TRUE
           ADD 1 TO WS-RCN-MISMATCH-COLS
           MOVE 'MISMATCH' TO WS-RCN-TAG
           PERFORM START-RECONCILE-LINE
           STRING ' ' DELIMITED BY SIZE
                  WS-MATCHED-HEADERS(WS-INDEX) DELIMITED BY SPACE
                  ' ours="' DELIMITED BY SIZE
               INTO WS-CMD-LINE
               WITH POINTER WS-RCN-PTR
               ON OVERFLOW CONTINUE
           END-STRING
           MOVE WS-OLD-FIELD(WS-RCN-COL-MAP(WS-INDEX))
               TO WS-CSV-FIELD-WORK
           PERFORM APPEND-RECONCILE-VALUE
           STRING '" theirs="' DELIMITED BY SIZE
               INTO WS-CMD-LINE
               WITH POINTER WS-RCN-PTR
               ON OVERFLOW CONTINUE
           END-STRING
           MOVE WS-DATA-FIELD(WS-INDEX) TO WS-CSV-FIELD-WORK
           PERFORM APPEND-RECONCILE-VALUE
           STRING '"' DELIMITED BY SIZE
               INTO WS-CMD-LINE
               WITH POINTER WS-RCN-PTR
               ON OVERFLOW CONTINUE
           END-STRING
           PERFORM WRITE-MAINT-REPORT-LINE.

      *> Sweeps the master in key order for keys the export never
      *> delivered, the same seen-key probe the delete sweep uses.
       RECONCILE-MASTER-SWEEP.
           MOVE 'N' TO WS-MST-EOF
           MOVE LOW-VALUES TO MASTER-KEY
           START MASTER-FILE KEY NOT < MASTER-KEY
               INVALID KEY
                   SET MASTER-FILE-AT-EOF TO TRUE
           END-START
           PERFORM UNTIL MASTER-FILE-AT-EOF
               READ MASTER-FILE NEXT RECORD
                   AT END
                       SET MASTER-FILE-AT-EOF TO TRUE
                   NOT AT END
                       MOVE 'N' TO WS-SEEN-KEY-FOUND
                       MOVE MASTER-KEY TO SEENKEY-KEY
                       READ SEENKEY-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET MASTER-KEY-WAS-SEEN TO TRUE
                       END-READ
                       IF WS-SKF-STATUS NOT = '00'
                               AND WS-SKF-STATUS NOT = '23'
                           PERFORM FAIL-DUPLICATE-STORE
                           SET MASTER-FILE-AT-EOF TO TRUE
                       END-IF
                       IF NOT MASTER-KEY-WAS-SEEN
                               AND NOT DUP-STORE-FAILED
                           PERFORM RECONCILE-MISSING-KEY
                       END-IF
               END-READ
           END-PERFORM.

      *> A master key the export does not carry: reported, and under
      *> RECONCILEDELTA=Y sent on as an ADD carrying the master's
      *> values in the export's layout (columns the master does not
      *> hold go out empty).
       RECONCILE-MISSING-KEY.
           ADD 1 TO WS-RCN-MISSING
           MOVE MASTER-KEY TO WS-KEY-BUILD
           MOVE 'MISSING' TO WS-RCN-TAG
           PERFORM START-RECONCILE-LINE
           STRING ' not held downstream' DELIMITED BY SIZE
               INTO WS-CMD-LINE
               WITH POINTER WS-RCN-PTR
               ON OVERFLOW CONTINUE
           END-STRING
           PERFORM WRITE-MAINT-REPORT-LINE
           IF RECONCILE-DELTA-SELECTED
               PERFORM UNPACK-RECONCILE-MASTER
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                       UNTIL WS-INDEX > WS-COLUMN-COUNT
                   MOVE SPACES TO WS-DATA-FIELD(WS-INDEX)
                   IF WS-RCN-COL-MAP(WS-INDEX) > 0
                       MOVE WS-OLD-FIELD(WS-RCN-COL-MAP(WS-INDEX))
                           TO WS-DATA-FIELD(WS-INDEX)
                   END-IF
               END-PERFORM
               MOVE 'ADD' TO WS-DELTA-ACTION
               PERFORM CONVERT-OR-RELEASE
               ADD 1 TO WS-RECORDS-WRITTEN
           END-IF.

      *> Unstrings the master record just read into WS-OLD-FIELD in
      *> the layout file's column order.
       UNPACK-RECONCILE-MASTER.
           MOVE 1 TO WS-START
           PERFORM VARYING WS-RCN-COL-IDX FROM 1 BY 1
                   UNTIL WS-RCN-COL-IDX > WS-RCN-MST-COUNT
               MOVE SPACES TO WS-OLD-FIELD(WS-RCN-COL-IDX)
               UNSTRING MASTER-DATA DELIMITED BY WS-FIELD-SEP
                   INTO WS-OLD-FIELD(WS-RCN-COL-IDX)
                   WITH POINTER WS-START
               END-UNSTRING
           END-PERFORM.

      *> Starts a report line with the WS-RCN-TAG word and the key in
      *> WS-KEY-BUILD; the caller appends the detail at WS-RCN-PTR.
       START-RECONCILE-LINE.
           MOVE SPACES TO WS-CMD-LINE
           MOVE WS-KEY-BUILD TO WS-CSV-FIELD-WORK
           PERFORM FIND-CSV-FIELD-LENGTH
           MOVE WS-RCN-TAG TO WS-CMD-LINE(1:10)
           MOVE 11 TO WS-RCN-PTR
           IF WS-CSV-FIELD-LEN > 0
               STRING WS-CSV-FIELD-WORK(1:WS-CSV-FIELD-LEN)
                       DELIMITED BY SIZE
                   INTO WS-CMD-LINE
                   WITH POINTER WS-RCN-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF.

      *> Appends the value in WS-CSV-FIELD-WORK to the report line,
      *> cut to its first 80 bytes so both sides of a mismatch fit.
       APPEND-RECONCILE-VALUE.
           PERFORM FIND-CSV-FIELD-LENGTH
           IF WS-CSV-FIELD-LEN > 80
               MOVE 80 TO WS-CSV-FIELD-LEN
           END-IF
           IF WS-CSV-FIELD-LEN > 0
               STRING WS-CSV-FIELD-WORK(1:WS-CSV-FIELD-LEN)
                       DELIMITED BY SIZE
                   INTO WS-CMD-LINE
                   WITH POINTER WS-RCN-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF.

      *> Writes one totals line to the report and, when the report is
      *> being written, shows it on the console as well.
       WRITE-RECONCILE-TOTAL-LINE.
           PERFORM WRITE-MAINT-REPORT-LINE
           IF WS-MAINT-DUMPING = 'Y'
               DISPLAY WS-CMD-LINE(1:40)
           END-IF.

      *> Resolves each REPAIR: card's column name to its position on
      *> the header row, matching the raw header first and the mapped
      *> name second, the same way key and hash columns resolve. A
      *> card naming a column the layout does not carry is warned
      *> about and ignored rather than silently dropped.
       RESOLVE-REPAIR-COLUMNS.
           PERFORM VARYING WS-REPAIR-IDX FROM 1 BY 1
                   UNTIL WS-REPAIR-IDX > WS-REPAIR-COUNT
               MOVE 0 TO WS-REPAIR-COL-IDX(WS-REPAIR-IDX)
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                       UNTIL WS-INDEX > WS-COLUMN-COUNT
                   IF WS-REPAIR-COL-IDX(WS-REPAIR-IDX) = 0
                           AND (WS-HEADER-FIELD(WS-INDEX) =
                                   WS-REPAIR-HEADER(WS-REPAIR-IDX)
                             OR WS-MATCHED-HEADERS(WS-INDEX) =
                                   WS-REPAIR-HEADER(WS-REPAIR-IDX))
                       MOVE WS-INDEX
                           TO WS-REPAIR-COL-IDX(WS-REPAIR-IDX)
                   END-IF
               END-PERFORM
               IF WS-REPAIR-COL-IDX(WS-REPAIR-IDX) = 0
                   DISPLAY "Warning: repair column not on layout: "
                       WS-REPAIR-HEADER(WS-REPAIR-IDX)
               END-IF
           END-PERFORM.

      *> Recovers the original row from one reject record, applies the
      *> repair cards, and sends the row through the same parse,
      *> transform, validate and convert steps a normal run uses. A
      *> row that still fails goes to the carry-forward reject file
      *> (WRITE-REJECT-RECORD routes there on a reprocess run).
       REPROCESS-ONE-REJECT.
           PERFORM STRIP-REJECT-SUFFIX
           ADD 1 TO WS-RECORDS-READ
           PERFORM PARSE-CSV-RECORD
           IF CURRENT-RECORD-VALID
               PERFORM APPLY-REPAIR-CARDS
               PERFORM TRANSFORM-RECORD
               IF WS-LKP-CARD-COUNT > 0
                   PERFORM APPLY-LOOKUP-TABLES
               END-IF
               PERFORM VALIDATE-RECORD-TYPES
           END-IF
           IF CURRENT-RECORD-VALID
               MOVE 'N' TO WS-ROW-FILTERED
               IF WS-FLT-CARD-COUNT > 0
                   PERFORM APPLY-FILTER-CARDS
               END-IF
               IF ROW-FILTERED-OUT
                   ADD 1 TO WS-RECORDS-FILTERED
               ELSE
                   PERFORM PROCESS-SURVIVING-RECORD
               END-IF
           ELSE
               PERFORM WRITE-REJECT-RECORD
           END-IF.

      *> Strips the diagnostic suffix WRITE-REJECT-RECORD appended
      *> (everything from the LAST ' ~ column ' or ' ~ expected '
      *> on - the suffix is always the final one) and leaves the
      *> recovered original row in CSV-RECORD for the normal parse.
      *> The scan wants the full lead-in, not a bare ' ~ ': the
      *> suffix quotes the offending value verbatim, and a bad value
      *> that itself contains ' ~ ' must not pull the split inside
      *> the suffix and leave its tail stuck to the recovered row.
      *> The ' ~ from ' input file after the diagnostic is kept in
      *> WS-REJECT-SOURCE, so a row that fails again is carried
      *> forward under the file it first came from.
       STRIP-REJECT-SUFFIX.
           MOVE 9400 TO WS-RWK-LINE-LEN
           PERFORM UNTIL WS-RWK-LINE-LEN = 0
                     OR WS-RWK-LINE(WS-RWK-LINE-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-RWK-LINE-LEN
           END-PERFORM
           MOVE 0 TO WS-RWK-TILDE-POS
           MOVE 0 TO WS-RWK-FROM-POS
           IF WS-RWK-LINE-LEN > 12
               PERFORM VARYING WS-RWK-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-RWK-SCAN-IDX > WS-RWK-LINE-LEN - 8
                   IF WS-RWK-SCAN-IDX <= WS-RWK-LINE-LEN - 9
                           AND WS-RWK-LINE(WS-RWK-SCAN-IDX:10)
                               = ' ~ column '
                       MOVE WS-RWK-SCAN-IDX TO WS-RWK-TILDE-POS
                   ELSE
                       IF WS-RWK-SCAN-IDX <= WS-RWK-LINE-LEN - 11
                               AND WS-RWK-LINE(WS-RWK-SCAN-IDX:12)
                                   = ' ~ expected '
                           MOVE WS-RWK-SCAN-IDX TO WS-RWK-TILDE-POS
                       ELSE
                           IF WS-RWK-LINE(WS-RWK-SCAN-IDX:8)
                                   = ' ~ from '
                               MOVE WS-RWK-SCAN-IDX TO WS-RWK-FROM-POS
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-REJECT-SOURCE
           IF WS-RWK-TILDE-POS > 0
                   AND WS-RWK-FROM-POS > WS-RWK-TILDE-POS
               MOVE WS-RWK-LINE(WS-RWK-FROM-POS + 8:
                       WS-RWK-LINE-LEN - WS-RWK-FROM-POS - 7)
                   TO WS-REJECT-SOURCE
           END-IF
           MOVE SPACES TO CSV-RECORD
           IF WS-RWK-TILDE-POS > 1
               MOVE WS-RWK-LINE(1:WS-RWK-TILDE-POS - 1) TO CSV-RECORD
           ELSE
               IF WS-RWK-TILDE-POS = 0 AND WS-RWK-LINE-LEN > 0
                   MOVE WS-RWK-LINE(1:WS-RWK-LINE-LEN) TO CSV-RECORD
               END-IF
           END-IF
      *> A shape reject of an empty row was logged as '(empty)' - put
      *> that back to empty so it re-rejects for shape, not as a
      *> one-field row of literal text.
           IF CSV-RECORD(1:7) = '(empty)'
                   AND CSV-RECORD(8:100) = SPACES
               MOVE SPACES TO CSV-RECORD
           END-IF.

      *> Substitutes each REPAIR: card's corrected value wherever its
      *> column currently holds the bad value the card names. The
      *> repaired row is counted once however many cards hit it.
       APPLY-REPAIR-CARDS.
           MOVE 'N' TO WS-ROW-REPAIRED
           PERFORM VARYING WS-REPAIR-IDX FROM 1 BY 1
                   UNTIL WS-REPAIR-IDX > WS-REPAIR-COUNT
               IF WS-REPAIR-COL-IDX(WS-REPAIR-IDX) > 0
                       AND WS-DATA-FIELD
                           (WS-REPAIR-COL-IDX(WS-REPAIR-IDX))
                           = WS-REPAIR-BAD(WS-REPAIR-IDX)
                   MOVE WS-REPAIR-GOOD(WS-REPAIR-IDX)
                       TO WS-DATA-FIELD
                           (WS-REPAIR-COL-IDX(WS-REPAIR-IDX))
                   MOVE 'Y' TO WS-ROW-REPAIRED
               END-IF
           END-PERFORM
           IF WS-ROW-REPAIRED = 'Y'
               ADD 1 TO WS-RECORDS-REPAIRED
           END-IF.

      *> Appends this file's run record to the permanent audit file:
      *> when it started and ended, what was processed, the control
      *> counts, whether it resumed from a checkpoint, and how it
      *> ended (COMPLETE, SUSPECT, SKIPPED, HELD...), and - for an
      *> input pre-flight fingerprinted - its data rows, bytes and
      *> content hash. The audit file is the evidence that survives
      *> once the console scrolls away.
       WRITE-AUDIT-RECORD.
           ACCEPT WS-AUD-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-END-TIME FROM TIME
           MOVE SPACES TO WS-AUDIT-LINE
           MOVE 1 TO WS-AUD-PTR
           STRING WS-AUD-START-DATE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-AUD-START-TIME DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-AUD-END-DATE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-AUD-END-TIME DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-INFILE-NAME DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  WS-USER-CHOICE DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  WS-RECORDS-READ DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-RECORDS-WRITTEN DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-RECORDS-REJECTED DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-AUD-RESTART DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-AUD-ENDING DELIMITED BY SPACE
               INTO WS-AUDIT-LINE
               WITH POINTER WS-AUD-PTR
           END-STRING
           IF WS-FP-BYTES > 0
               STRING '|' DELIMITED BY SIZE
                      WS-FP-ROWS DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-FP-BYTES DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-FP-HASH DELIMITED BY SIZE
                   INTO WS-AUDIT-LINE
                   WITH POINTER WS-AUD-PTR
               END-STRING
           END-IF
      *> A run that re-keyed contacts records the count after the
      *> fingerprint - left empty when there is none, so the count
      *> always sits in the fifteenth field.
           IF WS-RECORDS-REKEYED > 0
               IF WS-FP-BYTES = 0
                   STRING '|||' DELIMITED BY SIZE
                       INTO WS-AUDIT-LINE
                       WITH POINTER WS-AUD-PTR
                   END-STRING
               END-IF
               STRING '|' DELIMITED BY SIZE
                      WS-RECORDS-REKEYED DELIMITED BY SIZE
                   INTO WS-AUDIT-LINE
                   WITH POINTER WS-AUD-PTR
               END-STRING
           END-IF
           PERFORM APPEND-AUDIT-LINE.

      *> Appends the audit line already built in WS-AUDIT-LINE to the
      *> audit file, creating the file on its first use. Every kind of
      *> run writes its audit record through here, so a file that
      *> cannot be written costs a warning and never the run.
       APPEND-AUDIT-LINE.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUD-STATUS NOT = '00' AND WS-AUD-STATUS NOT = '05'
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUD-STATUS = '00' OR WS-AUD-STATUS = '05'
               WRITE AUDIT-RECORD FROM WS-AUDIT-LINE
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "Warning: cannot write audit record (status "
                   WS-AUD-STATUS ")"
           END-IF.

      *> Prints run history off the audit file instead of converting
      *> anything: HISTORY=LAST=n shows the most recent n runs,
      *> HISTORY=FILE=name every run of one input file, and
      *> HISTORY=RANGE=yyyymmdd-yyyymmdd every run started in the
      *> range. Each line is shown as recorded.
       PRINT-RUN-HISTORY.
           MOVE SPACES TO WS-HIST-KIND
           MOVE SPACES TO WS-HIST-ARG
           UNSTRING WS-HISTORY-SPEC DELIMITED BY '='
               INTO WS-HIST-KIND WS-HIST-ARG
           END-UNSTRING
           MOVE 0 TO WS-HIST-LAST-N
           MOVE 0 TO WS-HIST-FROM
           MOVE 99999999 TO WS-HIST-TO
           EVALUATE WS-HIST-KIND
               WHEN 'LAST'
                   PERFORM PARSE-HISTORY-LAST-N
               WHEN 'RANGE'
                   PERFORM PARSE-HISTORY-RANGE
               WHEN 'FILE'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Unknown HISTORY request: " WS-HISTORY-SPEC
           END-EVALUATE
           MOVE 0 TO WS-HIST-THRESHOLD
           IF WS-HIST-KIND = 'LAST'
               PERFORM COUNT-AUDIT-RECORDS
               IF WS-HIST-COUNT > WS-HIST-LAST-N
                   COMPUTE WS-HIST-THRESHOLD =
                       WS-HIST-COUNT - WS-HIST-LAST-N
               END-IF
           END-IF
           OPEN INPUT AUDIT-FILE
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY "No run history on file."
           ELSE
               DISPLAY "Run history (start|start time|end|end time|"
                   "file|formats|read|written|rejected|restart|ended"
                   "[|rows|bytes|hash])"
               MOVE 0 TO WS-HIST-SEQ
               MOVE 'N' TO WS-AUD-EOF
               PERFORM UNTIL AUDIT-FILE-AT-EOF
                   READ AUDIT-FILE INTO WS-AUDIT-LINE
                       AT END
                           SET AUDIT-FILE-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HIST-SEQ
                           PERFORM CHECK-HISTORY-MATCH
                           IF WS-HIST-MATCH = 'Y'
                               DISPLAY WS-AUDIT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

      *> Converts the digits after HISTORY=LAST= into a count.
       PARSE-HISTORY-LAST-N.
           PERFORM VARYING WS-CPY-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CPY-CHAR-IDX > 5
               IF WS-HIST-ARG(WS-CPY-CHAR-IDX:1) IS NUMERIC
                   MOVE WS-HIST-ARG(WS-CPY-CHAR-IDX:1)
                       TO WS-PROF-DIGIT-X
                   COMPUTE WS-HIST-LAST-N =
                       WS-HIST-LAST-N * 10 + WS-PROF-DIGIT
               END-IF
           END-PERFORM
           IF WS-HIST-LAST-N = 0
               MOVE 10 TO WS-HIST-LAST-N
           END-IF.

      *> Splits HISTORY=RANGE=yyyymmdd-yyyymmdd into its two dates.
       PARSE-HISTORY-RANGE.
           IF WS-HIST-ARG(1:8) IS NUMERIC
               MOVE WS-HIST-ARG(1:8) TO WS-HIST-FROM
           END-IF
           IF WS-HIST-ARG(9:1) = '-' AND WS-HIST-ARG(10:8) IS NUMERIC
               MOVE WS-HIST-ARG(10:8) TO WS-HIST-TO
           END-IF.

      *> First pass for HISTORY=LAST: counts how many records the
      *> audit file holds so the display pass can skip all but the
      *> last n.
       COUNT-AUDIT-RECORDS.
           MOVE 0 TO WS-HIST-COUNT
           OPEN INPUT AUDIT-FILE
           IF WS-AUD-STATUS = '00'
               MOVE 'N' TO WS-AUD-EOF
               PERFORM UNTIL AUDIT-FILE-AT-EOF
                   READ AUDIT-FILE INTO WS-AUDIT-LINE
                       AT END
                           SET AUDIT-FILE-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HIST-COUNT
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

      *> Decides whether the audit record just read belongs in the
      *> requested report.
       CHECK-HISTORY-MATCH.
           MOVE 'N' TO WS-HIST-MATCH
           EVALUATE WS-HIST-KIND
               WHEN 'LAST'
                   IF WS-HIST-SEQ > WS-HIST-THRESHOLD
                       MOVE 'Y' TO WS-HIST-MATCH
                   END-IF
               WHEN 'FILE'
                   MOVE SPACES TO WS-HIST-REC-FILE
                   UNSTRING WS-AUDIT-LINE DELIMITED BY '|'
                       INTO WS-HIST-REC-DATE WS-HIST-REC-TIME
                            WS-HIST-REC-EDATE WS-HIST-REC-ETIME
                            WS-HIST-REC-FILE
                   END-UNSTRING
                   IF WS-HIST-REC-FILE = WS-HIST-ARG
                       MOVE 'Y' TO WS-HIST-MATCH
                   END-IF
               WHEN 'RANGE'
                   MOVE SPACES TO WS-HIST-REC-DATE
                   UNSTRING WS-AUDIT-LINE DELIMITED BY '|'
                       INTO WS-HIST-REC-DATE
                   END-UNSTRING
                   IF WS-HIST-REC-DATE(1:8) IS NUMERIC
                           AND WS-HIST-REC-DATE-N >= WS-HIST-FROM
                           AND WS-HIST-REC-DATE-N <= WS-HIST-TO
                       MOVE 'Y' TO WS-HIST-MATCH
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Drives an on-demand reject analysis: the undated reject and
      *> carry-forward files first, then the dated reject_ and
      *> reject_carry_ files housekeeping rolled, where they stand and
      *> under the archive path, for REJECTDAYS= days back.
       REJECT-ANALYSIS-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RJA-SCOPE
           STRING 'on demand, ' DELIMITED BY SIZE
                  WS-REJECT-DAYS DELIMITED BY SIZE
                  ' day(s) back' DELIMITED BY SIZE
               INTO WS-RJA-SCOPE
           END-STRING
           PERFORM START-REJECT-ANALYSIS
           MOVE 'reject.dat' TO WS-RJA-FILE-NAME
           PERFORM SCAN-REJECT-FILE
           MOVE 'reject_carry.dat' TO WS-RJA-FILE-NAME
           PERFORM SCAN-REJECT-FILE
           COMPUTE WS-HK-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM VARYING WS-HK-SCAN-INT
                   FROM WS-HK-TODAY-INT BY -1
                   UNTIL WS-HK-SCAN-INT < WS-HK-TODAY-INT - WS-REJECT-DAYS
               COMPUTE WS-HK-SCAN-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-HK-SCAN-INT)
               MOVE SPACES TO WS-HK-FILE-NAME
               STRING 'reject_' DELIMITED BY SIZE
                      WS-HK-SCAN-DATE DELIMITED BY SIZE
                      '.dat' DELIMITED BY SIZE
                   INTO WS-HK-FILE-NAME
               END-STRING
               PERFORM SCAN-DATED-REJECT-FILE
               MOVE SPACES TO WS-HK-FILE-NAME
               STRING 'reject_carry_' DELIMITED BY SIZE
                      WS-HK-SCAN-DATE DELIMITED BY SIZE
                      '.dat' DELIMITED BY SIZE
                   INTO WS-HK-FILE-NAME
               END-STRING
               PERFORM SCAN-DATED-REJECT-FILE
           END-PERFORM
           PERFORM FINISH-REJECT-ANALYSIS.

      *> Analyses the rejects this run wrote as it finishes: the job's
      *> shared reject.dat after a conversion, the carry-forward file
      *> after a reprocess pass.
       ANALYZE-RUN-REJECTS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'at end of run' TO WS-RJA-SCOPE
           PERFORM START-REJECT-ANALYSIS
           IF REPROCESS-RUN-SELECTED
               MOVE 'reject_carry.dat' TO WS-RJA-FILE-NAME
           ELSE
               MOVE 'reject.dat' TO WS-RJA-FILE-NAME
           END-IF
           PERFORM SCAN-REJECT-FILE
           PERFORM FINISH-REJECT-ANALYSIS.

      *> Reads one dated reject file where it stands and, once
      *> housekeeping has archived it, under the archive path.
       SCAN-DATED-REJECT-FILE.
           MOVE WS-HK-FILE-NAME TO WS-RJA-FILE-NAME
           PERFORM SCAN-REJECT-FILE
           MOVE SPACES TO WS-RJA-FILE-NAME
           STRING WS-ARCHIVE-PATH DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  WS-HK-FILE-NAME DELIMITED BY SPACE
               INTO WS-RJA-FILE-NAME
           END-STRING
           PERFORM SCAN-REJECT-FILE.

      *> Clears the group table and opens the day's analysis report,
      *> appending when an earlier run already wrote one today. A
      *> report that cannot be written still leaves the totals on the
      *> console.
       START-REJECT-ANALYSIS.
           ACCEPT WS-RJA-TIME FROM TIME
           MOVE 0 TO WS-RJA-GROUP-COUNT
           MOVE 0 TO WS-RJA-LINES
           MOVE 0 TO WS-RJA-OTHER
           MOVE 0 TO WS-RJA-DROPPED
           MOVE 0 TO WS-RJA-FILES-READ
           MOVE 0 TO WS-RJA-NEW-COUNT
           MOVE SPACES TO WS-MAINT-RPT-NAME
           STRING 'rejects_' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
               INTO WS-MAINT-RPT-NAME
           END-STRING
           OPEN EXTEND MAINT-REPORT-FILE
           IF WS-OUT-STATUS NOT = '00' AND WS-OUT-STATUS NOT = '05'
               OPEN OUTPUT MAINT-REPORT-FILE
           END-IF
           IF WS-OUT-STATUS = '00' OR WS-OUT-STATUS = '05'
               MOVE 'Y' TO WS-MAINT-DUMPING
           ELSE
               DISPLAY "Warning: cannot write reject analysis "
                   WS-MAINT-RPT-NAME
               MOVE 'N' TO WS-MAINT-DUMPING
           END-IF
           MOVE SPACES TO WS-CMD-LINE
           STRING 'Reject analysis ' DELIMITED BY SIZE
                  WS-RJA-SCOPE DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RJA-TIME DELIMITED BY SIZE
               INTO WS-CMD-LINE
           END-STRING
           PERFORM WRITE-MAINT-REPORT-LINE.

      *> Reads one reject file through the analysis, if it is there -
      *> most of the dated names probed on demand will not be - and
      *> lists it at the head of the report with its line count.
       SCAN-REJECT-FILE.
           MOVE 'N' TO WS-RJA-EOF
           MOVE 0 TO WS-RJA-FILE-LINES
           OPEN INPUT REJECT-SCAN-FILE
           IF WS-RJA-STATUS = '00'
               PERFORM UNTIL REJECT-SCAN-AT-EOF
                   READ REJECT-SCAN-FILE INTO WS-RJA-LINE
                       AT END
                           SET REJECT-SCAN-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-RJA-LINE NOT = SPACES
                               ADD 1 TO WS-RJA-FILE-LINES
                               PERFORM ANALYZE-REJECT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-SCAN-FILE
               ADD 1 TO WS-RJA-FILES-READ
               ADD WS-RJA-FILE-LINES TO WS-RJA-LINES
               MOVE SPACES TO WS-CMD-LINE
               STRING 'Read ' DELIMITED BY SIZE
                      WS-RJA-FILE-LINES DELIMITED BY SIZE
                      ' reject(s) from ' DELIMITED BY SIZE
                      WS-RJA-FILE-NAME DELIMITED BY SPACE
                   INTO WS-CMD-LINE
               END-STRING
               PERFORM WRITE-MAINT-REPORT-LINE
           END-IF.

      *> Takes one reject line apart on the lead-ins WRITE-REJECT-
      *> RECORD wrote: the last ' ~ column ' or ' ~ expected ' starts
      *> the diagnostic, and a ' ~ reject limit at ' and ' ~ from '
      *> after it end it. A line written before rejects named their
      *> input file groups under '(not recorded)'; a line with no
      *> diagnostic at all is only counted.
       ANALYZE-REJECT-LINE.
           MOVE 9400 TO WS-RJA-LINE-LEN
           PERFORM UNTIL WS-RJA-LINE-LEN = 0
                     OR WS-RJA-LINE(WS-RJA-LINE-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-RJA-LINE-LEN
           END-PERFORM
           MOVE 0 TO WS-RJA-DIAG-POS
           MOVE 0 TO WS-RJA-FROM-POS
           MOVE 0 TO WS-RJA-LIMIT-POS
           IF WS-RJA-LINE-LEN > 12
               PERFORM VARYING WS-RJA-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-RJA-SCAN-IDX > WS-RJA-LINE-LEN - 8
                   EVALUATE TRUE
                       WHEN WS-RJA-LINE(WS-RJA-SCAN-IDX:10)
                               = ' ~ column '
                       WHEN WS-RJA-LINE(WS-RJA-SCAN-IDX:12)
                               = ' ~ expected '
                           MOVE WS-RJA-SCAN-IDX TO WS-RJA-DIAG-POS
                       WHEN WS-RJA-LINE(WS-RJA-SCAN-IDX:19)
                               = ' ~ reject limit at '
                           MOVE WS-RJA-SCAN-IDX TO WS-RJA-LIMIT-POS
                       WHEN WS-RJA-LINE(WS-RJA-SCAN-IDX:8)
                               = ' ~ from '
                           MOVE WS-RJA-SCAN-IDX TO WS-RJA-FROM-POS
                   END-EVALUATE
               END-PERFORM
           END-IF
           IF WS-RJA-DIAG-POS = 0
               ADD 1 TO WS-RJA-OTHER
           ELSE
               MOVE WS-RJA-LINE-LEN TO WS-RJA-END-POS
               MOVE '(not recorded)' TO WS-RJA-SOURCE
               IF WS-RJA-FROM-POS > WS-RJA-DIAG-POS
                   MOVE SPACES TO WS-RJA-SOURCE
                   MOVE WS-RJA-LINE(WS-RJA-FROM-POS + 8:
                           WS-RJA-LINE-LEN - WS-RJA-FROM-POS - 7)
                       TO WS-RJA-SOURCE
                   COMPUTE WS-RJA-END-POS = WS-RJA-FROM-POS - 1
               END-IF
               MOVE SPACES TO WS-RJA-LIMIT-TEXT
               IF WS-RJA-LIMIT-POS > WS-RJA-DIAG-POS
                       AND WS-RJA-LIMIT-POS < WS-RJA-END-POS
                   MOVE WS-RJA-LINE(WS-RJA-LIMIT-POS + 19:7)
                       TO WS-RJA-LIMIT-TEXT
                   COMPUTE WS-RJA-END-POS = WS-RJA-LIMIT-POS - 1
               END-IF
               IF WS-RJA-LINE(WS-RJA-DIAG-POS:10) = ' ~ column '
                   PERFORM SPLIT-REJECT-COLUMN-SUFFIX
               ELSE
                   PERFORM SPLIT-REJECT-SHAPE-SUFFIX
               END-IF
               PERFORM COUNT-REJECT-GROUP
               IF WS-RJA-LIMIT-TEXT NOT = SPACES
                   MOVE '(whole file)' TO WS-RJA-COLUMN
                   MOVE 'reject limit' TO WS-RJA-REASON
                   MOVE SPACES TO WS-RJA-SAMPLE
                   STRING 'abandoned at ' DELIMITED BY SIZE
                          WS-RJA-LIMIT-TEXT DELIMITED BY SIZE
                          ' rejects' DELIMITED BY SIZE
                       INTO WS-RJA-SAMPLE
                   END-STRING
                   PERFORM COUNT-REJECT-GROUP
               END-IF
           END-IF.

      *> A type or code reject: the column name runs to the first
      *> space, ' value "' follows it, the value runs to the last
      *> '" ' and the check it failed comes after that. Only a code
      *> table miss is told apart - the numeric, decimal and date
      *> checks are all type failures.
       SPLIT-REJECT-COLUMN-SUFFIX.
           MOVE SPACES TO WS-RJA-COLUMN
           MOVE 'type failure' TO WS-RJA-REASON
           MOVE SPACES TO WS-RJA-SAMPLE
           COMPUTE WS-RJA-VALUE-POS = WS-RJA-DIAG-POS + 10
           PERFORM UNTIL WS-RJA-VALUE-POS > WS-RJA-END-POS
                     OR WS-RJA-LINE(WS-RJA-VALUE-POS:1) = SPACE
               ADD 1 TO WS-RJA-VALUE-POS
           END-PERFORM
           COMPUTE WS-RJA-PIECE-LEN =
               WS-RJA-VALUE-POS - WS-RJA-DIAG-POS - 10
           IF WS-RJA-PIECE-LEN > 0
               MOVE WS-RJA-LINE(WS-RJA-DIAG-POS + 10:WS-RJA-PIECE-LEN)
                   TO WS-RJA-COLUMN
           END-IF
           ADD 8 TO WS-RJA-VALUE-POS
           MOVE 0 TO WS-RJA-QUOTE-POS
           PERFORM VARYING WS-RJA-SCAN-IDX FROM WS-RJA-VALUE-POS BY 1
                   UNTIL WS-RJA-SCAN-IDX >= WS-RJA-END-POS
               IF WS-RJA-LINE(WS-RJA-SCAN-IDX:2) = '" '
                   MOVE WS-RJA-SCAN-IDX TO WS-RJA-QUOTE-POS
               END-IF
           END-PERFORM
           IF WS-RJA-QUOTE-POS > 0
               COMPUTE WS-RJA-PIECE-LEN =
                   WS-RJA-QUOTE-POS - WS-RJA-VALUE-POS
               IF WS-RJA-PIECE-LEN > 0
                   MOVE WS-RJA-LINE(WS-RJA-VALUE-POS:WS-RJA-PIECE-LEN)
                       TO WS-RJA-SAMPLE
               END-IF
               IF WS-RJA-END-POS >= WS-RJA-QUOTE-POS + 18
                   IF WS-RJA-LINE(WS-RJA-QUOTE-POS + 2:17)
                           = 'code not on table'
                       MOVE 'code not on table' TO WS-RJA-REASON
                   END-IF
               END-IF
           END-IF.

      *> A shape reject: ' ~ expected nn field(s), found nn
      *> field(s)'. The sample is the field count the row arrived
      *> with against the count the header promised.
       SPLIT-REJECT-SHAPE-SUFFIX.
           MOVE '(whole row)' TO WS-RJA-COLUMN
           MOVE 'shape mismatch' TO WS-RJA-REASON
           MOVE SPACES TO WS-RJA-SAMPLE
           IF WS-RJA-END-POS >= WS-RJA-DIAG-POS + 32
               STRING 'found ' DELIMITED BY SIZE
                      WS-RJA-LINE(WS-RJA-DIAG-POS + 31:2)
                          DELIMITED BY SIZE
                      ' of ' DELIMITED BY SIZE
                      WS-RJA-LINE(WS-RJA-DIAG-POS + 12:2)
                          DELIMITED BY SIZE
                      ' fields' DELIMITED BY SIZE
                   INTO WS-RJA-SAMPLE
               END-STRING
           END-IF.

      *> Counts the reject into its file/column/reason group, opening
      *> the group in key order when it is the first of its kind, and
      *> keeps the sample when the group holds fewer than three
      *> distinct ones. Past 500 groups the reject is only counted as
      *> not reported.
       COUNT-REJECT-GROUP.
           MOVE 'N' TO WS-RJA-FOUND
           MOVE 1 TO WS-RJA-IDX
           PERFORM UNTIL WS-RJA-IDX > WS-RJA-GROUP-COUNT
                     OR WS-RJA-G-KEY(WS-RJA-IDX) >= WS-RJA-KEY
               ADD 1 TO WS-RJA-IDX
           END-PERFORM
           IF WS-RJA-IDX <= WS-RJA-GROUP-COUNT
               IF WS-RJA-G-KEY(WS-RJA-IDX) = WS-RJA-KEY
                   MOVE 'Y' TO WS-RJA-FOUND
               END-IF
           END-IF
           IF WS-RJA-FOUND = 'N'
               IF WS-RJA-GROUP-COUNT >= 500
                   ADD 1 TO WS-RJA-DROPPED
               ELSE
                   PERFORM VARYING WS-RJA-MOVE-IDX
                           FROM WS-RJA-GROUP-COUNT BY -1
                           UNTIL WS-RJA-MOVE-IDX < WS-RJA-IDX
                       MOVE WS-RJA-GROUP(WS-RJA-MOVE-IDX)
                           TO WS-RJA-GROUP(WS-RJA-MOVE-IDX + 1)
                   END-PERFORM
                   MOVE WS-RJA-KEY TO WS-RJA-G-KEY(WS-RJA-IDX)
                   MOVE 0 TO WS-RJA-G-ROWS(WS-RJA-IDX)
                   MOVE 'N' TO WS-RJA-G-PRIOR(WS-RJA-IDX)
                   MOVE 0 TO WS-RJA-G-SAMPLE-COUNT(WS-RJA-IDX)
                   MOVE SPACES TO WS-RJA-G-SAMPLES(WS-RJA-IDX)
                   ADD 1 TO WS-RJA-GROUP-COUNT
                   MOVE 'Y' TO WS-RJA-FOUND
               END-IF
           END-IF
           IF WS-RJA-FOUND = 'Y'
               ADD 1 TO WS-RJA-G-ROWS(WS-RJA-IDX)
               MOVE 'N' TO WS-RJA-SAMPLE-SEEN
               PERFORM VARYING WS-RJA-SAMPLE-IDX FROM 1 BY 1
                       UNTIL WS-RJA-SAMPLE-IDX >
                           WS-RJA-G-SAMPLE-COUNT(WS-RJA-IDX)
                   IF WS-RJA-G-SAMPLE(WS-RJA-IDX, WS-RJA-SAMPLE-IDX)
                           = WS-RJA-SAMPLE
                       MOVE 'Y' TO WS-RJA-SAMPLE-SEEN
                   END-IF
               END-PERFORM
               IF WS-RJA-SAMPLE-SEEN = 'N'
                       AND WS-RJA-G-SAMPLE-COUNT(WS-RJA-IDX) < 3
                   ADD 1 TO WS-RJA-G-SAMPLE-COUNT(WS-RJA-IDX)
                   MOVE WS-RJA-G-SAMPLE-COUNT(WS-RJA-IDX)
                       TO WS-RJA-SAMPLE-IDX
                   MOVE WS-RJA-SAMPLE
                       TO WS-RJA-G-SAMPLE(WS-RJA-IDX, WS-RJA-SAMPLE-IDX)
               END-IF
           END-IF.

      *> Flags the groups new since the previous analysis, writes them
      *> file by file with the totals, saves this analysis's group keys
      *> for the next one, and closes the report. Groups lost to a
      *> full table warn (return code 4).
       FINISH-REJECT-ANALYSIS.
           PERFORM MARK-PRIOR-REJECT-GROUPS
           IF WS-RJA-FILES-READ = 0
               MOVE 'No reject files found' TO WS-CMD-LINE
               PERFORM WRITE-MAINT-REPORT-LINE
           END-IF
           IF WS-RJA-GROUP-COUNT > 0
               MOVE SPACES TO WS-CMD-LINE
               PERFORM WRITE-MAINT-REPORT-LINE
               MOVE 'New' TO WS-CMD-LINE(3:3)
               MOVE 'Column' TO WS-CMD-LINE(8:6)
               MOVE 'Reason' TO WS-CMD-LINE(40:6)
               MOVE 'Rejects' TO WS-CMD-LINE(59:7)
               MOVE 'Samples' TO WS-CMD-LINE(67:7)
               PERFORM WRITE-MAINT-REPORT-LINE
               MOVE SPACES TO WS-RJA-LAST-SOURCE
               PERFORM VARYING WS-RJA-IDX FROM 1 BY 1
                       UNTIL WS-RJA-IDX > WS-RJA-GROUP-COUNT
                   IF WS-RJA-G-SOURCE(WS-RJA-IDX)
                           NOT = WS-RJA-LAST-SOURCE
                       MOVE WS-RJA-G-SOURCE(WS-RJA-IDX)
                           TO WS-RJA-LAST-SOURCE
                       MOVE SPACES TO WS-CMD-LINE
                       STRING 'Input file ' DELIMITED BY SIZE
                              WS-RJA-LAST-SOURCE DELIMITED BY '  '
                           INTO WS-CMD-LINE
                       END-STRING
                       PERFORM WRITE-MAINT-REPORT-LINE
                   END-IF
                   PERFORM WRITE-REJECT-GROUP-LINE
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-CMD-LINE
           PERFORM WRITE-MAINT-REPORT-LINE
           MOVE SPACES TO WS-CMD-LINE
           STRING 'Rejects read: ' DELIMITED BY SIZE
                  WS-RJA-LINES DELIMITED BY SIZE
                  ' from ' DELIMITED BY SIZE
                  WS-RJA-FILES-READ DELIMITED BY SIZE
                  ' file(s)' DELIMITED BY SIZE
               INTO WS-CMD-LINE
           END-STRING
           PERFORM WRITE-MAINT-REPORT-LINE
           MOVE SPACES TO WS-CMD-LINE
           STRING 'Groups: ' DELIMITED BY SIZE
                  WS-RJA-GROUP-COUNT DELIMITED BY SIZE
                  ', new since previous analysis: ' DELIMITED BY SIZE
                  WS-RJA-NEW-COUNT DELIMITED BY SIZE
               INTO WS-CMD-LINE
           END-STRING
           PERFORM WRITE-MAINT-REPORT-LINE
           IF WS-RJA-HAD-PRIOR = 'N'
               MOVE 'No previous analysis on file - every group is new'
                   TO WS-CMD-LINE
               PERFORM WRITE-MAINT-REPORT-LINE
           END-IF
           IF WS-RJA-OTHER > 0
               MOVE SPACES TO WS-CMD-LINE
               STRING 'Lines with no diagnostic: ' DELIMITED BY SIZE
                      WS-RJA-OTHER DELIMITED BY SIZE
                   INTO WS-CMD-LINE
               END-STRING
               PERFORM WRITE-MAINT-REPORT-LINE
           END-IF
           IF WS-RJA-DROPPED > 0
               MOVE SPACES TO WS-CMD-LINE
               STRING 'Rejects not grouped, table full: '
                          DELIMITED BY SIZE
                      WS-RJA-DROPPED DELIMITED BY SIZE
                   INTO WS-CMD-LINE
               END-STRING
               PERFORM WRITE-MAINT-REPORT-LINE
               DISPLAY "Warning: reject analysis holds 500 groups, "
                   WS-RJA-DROPPED " reject(s) not grouped"
               MOVE 4 TO WS-RC-CANDIDATE
               PERFORM RAISE-RETURN-CODE
           END-IF
           PERFORM SAVE-REJECT-GROUPS
           IF WS-MAINT-DUMPING = 'Y'
               CLOSE MAINT-REPORT-FILE
               MOVE 'N' TO WS-MAINT-DUMPING
               DISPLAY "Reject analysis: " WS-RJA-GROUP-COUNT
                   " group(s), " WS-RJA-NEW-COUNT " new, written to "
                   WS-MAINT-RPT-NAME(1:30)
           END-IF.

      *> Writes one group: NEW when the previous analysis did not have
      *> it, the column, reason and reject count, then its samples.
       WRITE-REJECT-GROUP-LINE.
           MOVE SPACES TO WS-CMD-LINE
           IF WS-RJA-G-PRIOR(WS-RJA-IDX) = 'N'
               MOVE 'NEW' TO WS-CMD-LINE(3:3)
           END-IF
           MOVE WS-RJA-G-COLUMN(WS-RJA-IDX) TO WS-CMD-LINE(8:30)
           MOVE WS-RJA-G-REASON(WS-RJA-IDX) TO WS-CMD-LINE(40:18)
           MOVE WS-RJA-G-ROWS(WS-RJA-IDX) TO WS-CMD-LINE(59:7)
           MOVE 67 TO WS-RJA-PTR
           STRING 'e.g.: ' DELIMITED BY SIZE
               INTO WS-CMD-LINE
               WITH POINTER WS-RJA-PTR
           END-STRING
           PERFORM VARYING WS-RJA-SAMPLE-IDX FROM 1 BY 1
                   UNTIL WS-RJA-SAMPLE-IDX >
                       WS-RJA-G-SAMPLE-COUNT(WS-RJA-IDX)
               MOVE WS-RJA-G-SAMPLE(WS-RJA-IDX, WS-RJA-SAMPLE-IDX)
                   TO WS-RJA-SAMPLE
               MOVE 40 TO WS-RJA-PIECE-LEN
               PERFORM UNTIL WS-RJA-PIECE-LEN = 0
                         OR WS-RJA-SAMPLE(WS-RJA-PIECE-LEN:1) NOT = SPACE
                   SUBTRACT 1 FROM WS-RJA-PIECE-LEN
               END-PERFORM
               STRING '"' DELIMITED BY SIZE
                   INTO WS-CMD-LINE
                   WITH POINTER WS-RJA-PTR
               END-STRING
               IF WS-RJA-PIECE-LEN > 0
                   STRING WS-RJA-SAMPLE(1:WS-RJA-PIECE-LEN)
                              DELIMITED BY SIZE
                       INTO WS-CMD-LINE
                       WITH POINTER WS-RJA-PTR
                   END-STRING
               END-IF
               STRING '" ' DELIMITED BY SIZE
                   INTO WS-CMD-LINE
                   WITH POINTER WS-RJA-PTR
               END-STRING
           END-PERFORM
           PERFORM WRITE-MAINT-REPORT-LINE.

      *> Marks every group the previous analysis also found, from the
      *> keys it saved, and counts the ones that are new.
       MARK-PRIOR-REJECT-GROUPS.
           MOVE 'N' TO WS-RJA-HAD-PRIOR
           MOVE 'N' TO WS-RJA-GRP-EOF
           OPEN INPUT REJECT-GROUP-FILE
           IF WS-RJA-GRP-STATUS = '00'
               MOVE 'Y' TO WS-RJA-HAD-PRIOR
               PERFORM UNTIL REJECT-GROUPS-AT-EOF
                   READ REJECT-GROUP-FILE INTO WS-RJA-KEY
                       AT END
                           SET REJECT-GROUPS-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM VARYING WS-RJA-IDX FROM 1 BY 1
                                   UNTIL WS-RJA-IDX > WS-RJA-GROUP-COUNT
                               IF WS-RJA-G-KEY(WS-RJA-IDX) = WS-RJA-KEY
                                   MOVE 'Y' TO WS-RJA-G-PRIOR(WS-RJA-IDX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE REJECT-GROUP-FILE
           END-IF
           MOVE 0 TO WS-RJA-NEW-COUNT
           PERFORM VARYING WS-RJA-IDX FROM 1 BY 1
                   UNTIL WS-RJA-IDX > WS-RJA-GROUP-COUNT
               IF WS-RJA-G-PRIOR(WS-RJA-IDX) = 'N'
                   ADD 1 TO WS-RJA-NEW-COUNT
               END-IF
           END-PERFORM.

      *> Replaces the saved group keys with this analysis's, so the
      *> next one flags only what has appeared since.
       SAVE-REJECT-GROUPS.
           OPEN OUTPUT REJECT-GROUP-FILE
           IF WS-RJA-GRP-STATUS = '00'
               PERFORM VARYING WS-RJA-IDX FROM 1 BY 1
                       UNTIL WS-RJA-IDX > WS-RJA-GROUP-COUNT
                   WRITE REJECT-GROUP-RECORD
                       FROM WS-RJA-G-KEY(WS-RJA-IDX)
               END-PERFORM
               CLOSE REJECT-GROUP-FILE
           ELSE
               DISPLAY "Warning: cannot save reject groups to "
                   "reject_groups.dat (status " WS-RJA-GRP-STATUS ")"
           END-IF.

      *> Drives a master-maintenance run: commands are read one per
      *> line from 'cobolenate.cmd' and applied to the contacts master
      *> directly, so a bad vendor extract can be repaired key by key
      *> instead of deleting the whole master and flooding downstream
      *> with a full re-ADD. Each command appends an audit record.
       MASTER-MAINT-PROCEDURE.
           MOVE 'Y' TO WS-MASTER-MODE
           MOVE 'cobolenate.cmd' TO WS-JRN-SOURCE
           PERFORM OPEN-MASTER-FILE
           IF NOT MASTER-MODE-ACTIVE
               DISPLAY "Master maintenance abandoned."
               MOVE 12 TO WS-RC-CANDIDATE
               PERFORM RAISE-RETURN-CODE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               MOVE 'N' TO WS-CMD-EOF
               OPEN INPUT COMMAND-FILE
               IF WS-CMD-STATUS NOT = '00'
                   DISPLAY "No command file (cobolenate.cmd) found."
               ELSE
                   PERFORM UNTIL COMMAND-FILE-AT-EOF
                       READ COMMAND-FILE INTO WS-CMD-LINE
                           AT END
                               SET COMMAND-FILE-AT-EOF TO TRUE
                           NOT AT END
                               IF WS-CMD-LINE NOT = SPACES
                                   PERFORM PROCESS-MAINT-COMMAND
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COMMAND-FILE
               END-IF
               CLOSE MASTER-FILE
               PERFORM CLOSE-JOURNAL-FILE
           END-IF.

      *> Splits the command line into its verb and argument (the
      *> argument is everything after the first blank - a key may
      *> itself contain blanks) and dispatches it. An unknown verb is
      *> reported and audited as REJECTED rather than guessed at.
       PROCESS-MAINT-COMMAND.
           ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-START-TIME FROM TIME
           MOVE 250 TO WS-CMD-LINE-LEN
           PERFORM UNTIL WS-CMD-LINE-LEN = 0
                     OR WS-CMD-LINE(WS-CMD-LINE-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-CMD-LINE-LEN
           END-PERFORM
           MOVE 0 TO WS-CMD-SPACE-POS
           PERFORM VARYING WS-CMD-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-CMD-SCAN-IDX > WS-CMD-LINE-LEN
                       OR WS-CMD-SPACE-POS > 0
               IF WS-CMD-LINE(WS-CMD-SCAN-IDX:1) = SPACE
                   MOVE WS-CMD-SCAN-IDX TO WS-CMD-SPACE-POS
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-CMD-VERB
           MOVE SPACES TO WS-CMD-ARG
           IF WS-CMD-SPACE-POS > 0
               MOVE WS-CMD-LINE(1:WS-CMD-SPACE-POS - 1)
                   TO WS-CMD-VERB
               IF WS-CMD-LINE-LEN > WS-CMD-SPACE-POS
                   MOVE WS-CMD-LINE(WS-CMD-SPACE-POS + 1:
                       WS-CMD-LINE-LEN - WS-CMD-SPACE-POS)
                       TO WS-CMD-ARG
               END-IF
           ELSE
               MOVE WS-CMD-LINE(1:WS-CMD-LINE-LEN) TO WS-CMD-VERB
           END-IF
           INSPECT WS-CMD-VERB CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE 0 TO WS-MAINT-ACTED
           MOVE 'OK' TO WS-MAINT-RESULT
           EVALUATE WS-CMD-VERB
               WHEN 'SHOW'
                   PERFORM MAINT-SHOW-RECORD
               WHEN 'DELETE'
                   PERFORM MAINT-DELETE-RECORD
               WHEN 'PURGE'
                   PERFORM MAINT-PURGE-RECORDS
               WHEN 'COUNT'
                   PERFORM MAINT-COUNT-RECORDS
               WHEN 'DUMP'
                   PERFORM MAINT-DUMP-MASTER
               WHEN 'ERASE'
                   PERFORM MAINT-ERASE-CONTACT
               WHEN OTHER
                   DISPLAY "Unknown maintenance command: " WS-CMD-VERB
                   MOVE 'REJECTED' TO WS-MAINT-RESULT
                   MOVE 4 TO WS-RC-CANDIDATE
                   PERFORM RAISE-RETURN-CODE
           END-EVALUATE
           PERFORM WRITE-MAINT-AUDIT.

      *> Displays the stored record for one key: the key, its
      *> last-touched date, and the stored field image with the X'1F'
      *> separators shown as '|'.
       MAINT-SHOW-RECORD.
           MOVE SPACES TO MASTER-KEY
           MOVE WS-CMD-ARG TO MASTER-KEY
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "Key not on master: " WS-CMD-ARG
                   MOVE 'NOTFOUND' TO WS-MAINT-RESULT
               NOT INVALID KEY
                   MOVE 'N' TO WS-MAINT-DUMPING
                   PERFORM REPORT-MASTER-RECORD
                   MOVE 1 TO WS-MAINT-ACTED
           END-READ.

      *> Removes one key from the master so the next extract re-ADDs
      *> the contact with clean values instead of CHANGE-ing against
      *> the garbage a bad extract stored. The record is read first
      *> so the journal holds what the delete took away.
       MAINT-DELETE-RECORD.
           MOVE SPACES TO MASTER-KEY
           MOVE WS-CMD-ARG TO MASTER-KEY
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "Key not on master: " WS-CMD-ARG
                   MOVE 'NOTFOUND' TO WS-MAINT-RESULT
               NOT INVALID KEY
                   DELETE MASTER-FILE RECORD
                       INVALID KEY
                           DISPLAY "Warning: maintenance delete "
                               "failed (status " WS-MST-STATUS ")"
                           MOVE 'FAILED' TO WS-MAINT-RESULT
                       NOT INVALID KEY
                           PERFORM JOURNAL-MASTER-DELETE
                           DISPLAY "Deleted: " WS-CMD-ARG(1:100)
                           MOVE 1 TO WS-MAINT-ACTED
                   END-DELETE
           END-READ.

      *> Removes every record whose last-touched date is older than
      *> the yyyymmdd argument - keys no extract has carried since
      *> that date. Records written by a release that kept no touch
      *> date (date not numeric) are left alone rather than purged on
      *> a field of blanks.
       MAINT-PURGE-RECORDS.
           IF WS-CMD-ARG(1:8) IS NUMERIC
               MOVE WS-CMD-ARG(1:8) TO WS-MAINT-PURGE-DATE
               MOVE 'N' TO WS-MST-EOF
               MOVE LOW-VALUES TO MASTER-KEY
               START MASTER-FILE KEY NOT < MASTER-KEY
                   INVALID KEY
                       SET MASTER-FILE-AT-EOF TO TRUE
               END-START
               PERFORM UNTIL MASTER-FILE-AT-EOF
                   READ MASTER-FILE NEXT RECORD
                       AT END
                           SET MASTER-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF MASTER-UPD-DATE IS NUMERIC
                                   AND MASTER-UPD-DATE <
                                       WS-MAINT-PURGE-DATE
                               DELETE MASTER-FILE RECORD
                                   INVALID KEY
                                       DISPLAY "Warning: purge delete "
                                           "failed (status "
                                           WS-MST-STATUS ")"
                                   NOT INVALID KEY
                                       PERFORM JOURNAL-MASTER-DELETE
                                       ADD 1 TO WS-MAINT-ACTED
                               END-DELETE
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "Purged " WS-MAINT-ACTED
                   " record(s) untouched since " WS-MAINT-PURGE-DATE
           ELSE
               DISPLAY "PURGE needs a yyyymmdd date: " WS-CMD-ARG(1:20)
               MOVE 'REJECTED' TO WS-MAINT-RESULT
           END-IF.

      *> Counts the records on the master.
       MAINT-COUNT-RECORDS.
           MOVE 0 TO WS-MAINT-COUNT
           MOVE 'N' TO WS-MST-EOF
           MOVE LOW-VALUES TO MASTER-KEY
           START MASTER-FILE KEY NOT < MASTER-KEY
               INVALID KEY
                   SET MASTER-FILE-AT-EOF TO TRUE
           END-START
           PERFORM UNTIL MASTER-FILE-AT-EOF
               READ MASTER-FILE NEXT RECORD
                   AT END
                       SET MASTER-FILE-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MAINT-COUNT
               END-READ
           END-PERFORM
           DISPLAY "Master records: " WS-MAINT-COUNT
           MOVE WS-MAINT-COUNT TO WS-MAINT-ACTED.

      *> Dumps every master record to a dated readable report file
      *> (master_yyyymmdd.rpt) in the SHOW layout, so a suspect master
      *> can be eyeballed or diffed without a terminal session per key.
       MAINT-DUMP-MASTER.
           MOVE SPACES TO WS-MAINT-RPT-NAME
           STRING 'master_' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
               INTO WS-MAINT-RPT-NAME
           END-STRING
           OPEN OUTPUT MAINT-REPORT-FILE
           IF WS-OUT-STATUS NOT = '00'
               DISPLAY "Warning: cannot write master dump "
                   WS-MAINT-RPT-NAME
               MOVE 'FAILED' TO WS-MAINT-RESULT
           ELSE
               MOVE 'Y' TO WS-MAINT-DUMPING
               MOVE 'N' TO WS-MST-EOF
               MOVE LOW-VALUES TO MASTER-KEY
               START MASTER-FILE KEY NOT < MASTER-KEY
                   INVALID KEY
                       SET MASTER-FILE-AT-EOF TO TRUE
               END-START
               PERFORM UNTIL MASTER-FILE-AT-EOF
                   READ MASTER-FILE NEXT RECORD
                       AT END
                           SET MASTER-FILE-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM REPORT-MASTER-RECORD
                           ADD 1 TO WS-MAINT-ACTED
                   END-READ
               END-PERFORM
               CLOSE MAINT-REPORT-FILE
               MOVE 'N' TO WS-MAINT-DUMPING
               DISPLAY "Dumped " WS-MAINT-ACTED " record(s) to "
                   WS-MAINT-RPT-NAME
           END-IF.

      *> Lays out the master record just read - key, last-touched
      *> date, and the field image with X'1F' separators shown as '|',
      *> in 200-byte chunks - either to the console (SHOW) or to the
      *> dump report file, per WS-MAINT-DUMPING.
       REPORT-MASTER-RECORD.
           MOVE SPACES TO WS-CMD-LINE
           STRING 'Key: ' DELIMITED BY SIZE
                  MASTER-KEY DELIMITED BY SIZE
               INTO WS-CMD-LINE
           END-STRING
           PERFORM WRITE-MAINT-REPORT-LINE
           MOVE SPACES TO WS-CMD-LINE
           STRING 'Last touched: ' DELIMITED BY SIZE
                  MASTER-UPD-DATE DELIMITED BY SIZE
               INTO WS-CMD-LINE
           END-STRING
           PERFORM WRITE-MAINT-REPORT-LINE
      *> One line per column that remembers its provenance: which
      *> source rank supplied the surviving value and on what date.
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > 50
               IF MASTER-COL-RANK(WS-INDEX) IS NUMERIC
                       AND MASTER-COL-RANK(WS-INDEX) > 0
                   MOVE SPACES TO WS-CMD-LINE
                   STRING 'Source: column ' DELIMITED BY SIZE
                          WS-INDEX DELIMITED BY SIZE
                          ' rank ' DELIMITED BY SIZE
                          MASTER-COL-RANK(WS-INDEX)
                              DELIMITED BY SIZE
                          ' on ' DELIMITED BY SIZE
                          MASTER-COL-DATE(WS-INDEX)
                              DELIMITED BY SIZE
                       INTO WS-CMD-LINE
                   END-STRING
                   PERFORM WRITE-MAINT-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE MASTER-DATA TO WS-MASTER-IMAGE
           INSPECT WS-MASTER-IMAGE CONVERTING X'1F' TO '|'
           MOVE 50100 TO WS-MAINT-IMAGE-LEN
           PERFORM UNTIL WS-MAINT-IMAGE-LEN = 0
                     OR WS-MASTER-IMAGE(WS-MAINT-IMAGE-LEN:1)
                         NOT = SPACE
               SUBTRACT 1 FROM WS-MAINT-IMAGE-LEN
           END-PERFORM
           MOVE 1 TO WS-MAINT-CHUNK-POS
           PERFORM UNTIL WS-MAINT-CHUNK-POS > WS-MAINT-IMAGE-LEN
               COMPUTE WS-MAINT-CHUNK-LEN =
                   WS-MAINT-IMAGE-LEN - WS-MAINT-CHUNK-POS + 1
               IF WS-MAINT-CHUNK-LEN > 200
                   MOVE 200 TO WS-MAINT-CHUNK-LEN
               END-IF
               MOVE SPACES TO WS-CMD-LINE
               STRING 'Data: ' DELIMITED BY SIZE
                      WS-MASTER-IMAGE(WS-MAINT-CHUNK-POS:
                          WS-MAINT-CHUNK-LEN) DELIMITED BY SIZE
                   INTO WS-CMD-LINE
               END-STRING
               PERFORM WRITE-MAINT-REPORT-LINE
               ADD WS-MAINT-CHUNK-LEN TO WS-MAINT-CHUNK-POS
           END-PERFORM
           IF WS-MAINT-IMAGE-LEN = 0
               MOVE 'Data: (empty)' TO WS-CMD-LINE
               PERFORM WRITE-MAINT-REPORT-LINE
           END-IF.

      *> Erases one contact on a privacy request: the master record,
      *> its journal images, and its records in every work, input,
      *> output and report file the sweep can name, in place and in
      *> the archive. The key goes onto the suppression list whether
      *> or not the master held it - a request can arrive before the
      *> contact does. Each step is written to the dated certificate.
       MAINT-ERASE-CONTACT.
           PERFORM SPLIT-ERASE-KEY
           IF WS-ERA-PART-FILLED = 0
               DISPLAY "ERASE needs a key: " WS-CMD-ARG(1:60)
               MOVE 'REJECTED' TO WS-MAINT-RESULT
           ELSE
               MOVE 0 TO WS-ERA-RECORDS
               MOVE 0 TO WS-ERA-FILES-SCANNED
               MOVE 0 TO WS-ERA-FILES-TOUCHED
               MOVE 0 TO WS-ERA-JRN-ENTRIES
               MOVE 0 TO WS-ERA-FILES-REVIEW
               PERFORM OPEN-ERASE-CERTIFICATE
               MOVE SPACES TO WS-CMD-LINE
               STRING 'ERASE key ' DELIMITED BY SIZE
                      WS-ERA-KEY(1:WS-ERA-KEY-LEN) DELIMITED BY SIZE
                      ' on ' DELIMITED BY SIZE
                      WS-AUD-START-DATE DELIMITED BY SIZE
                      ' at ' DELIMITED BY SIZE
                      WS-AUD-START-TIME(1:6) DELIMITED BY SIZE
                      ', files dated back ' DELIMITED BY SIZE
                      WS-ERASE-DAYS DELIMITED BY SIZE
                      ' day(s), archive path ' DELIMITED BY SIZE
                      WS-ARCHIVE-PATH DELIMITED BY SPACE
                   INTO WS-CMD-LINE
               END-STRING
               PERFORM WRITE-MAINT-REPORT-LINE
               PERFORM BUILD-ERASE-KEY-NAMES
               PERFORM ERASE-MASTER-RECORD
               PERFORM SUPPRESS-ERASED-KEY
      *> Today's journal is closed while the journals are scrubbed -
      *> it is one of them - and reopened for the commands that follow.
               PERFORM CLOSE-JOURNAL-FILE
               PERFORM ERASE-SWEEP-FILES
               PERFORM OPEN-JOURNAL-FILE
               IF NOT JOURNAL-FILE-OPEN
                   DISPLAY "Warning: cannot reopen change journal "
                       WS-JRN-NAME " (status " WS-JRN-STATUS ")"
                   MOVE 8 TO WS-RC-CANDIDATE
                   PERFORM RAISE-RETURN-CODE
               END-IF
               MOVE SPACES TO WS-CMD-LINE
               STRING 'Files scanned ' DELIMITED BY SIZE
                      WS-ERA-FILES-SCANNED DELIMITED BY SIZE
                      '  files changed ' DELIMITED BY SIZE
                      WS-ERA-FILES-TOUCHED DELIMITED BY SIZE
                      '  records erased ' DELIMITED BY SIZE
                      WS-ERA-RECORDS DELIMITED BY SIZE
                      '  journal entries blanked ' DELIMITED BY SIZE
                      WS-ERA-JRN-ENTRIES DELIMITED BY SIZE
                   INTO WS-CMD-LINE
               END-STRING
               PERFORM WRITE-MAINT-REPORT-LINE
               IF WS-ERA-FILES-REVIEW > 0
                   MOVE SPACES TO WS-CMD-LINE
                   STRING 'Files for manual review ' DELIMITED BY SIZE
                          WS-ERA-FILES-REVIEW DELIMITED BY SIZE
                          ' - see MANUAL REVIEW above' DELIMITED BY SIZE
                       INTO WS-CMD-LINE
                   END-STRING
                   PERFORM WRITE-MAINT-REPORT-LINE
               END-IF
               IF WS-ERA-JRN-ENTRIES > 0
                   MOVE 'Journal images blanked: BACKOUT cannot restore '
                       & 'this contact.' TO WS-CMD-LINE
                   PERFORM WRITE-MAINT-REPORT-LINE
               END-IF
               MOVE SPACES TO WS-CMD-LINE
               STRING 'Result: ' DELIMITED BY SIZE
                      WS-MAINT-RESULT DELIMITED BY SPACE
                   INTO WS-CMD-LINE
               END-STRING
               PERFORM WRITE-MAINT-REPORT-LINE
               IF WS-ERA-CERT-OPEN = 'Y'
                   CLOSE MAINT-REPORT-FILE
                   MOVE 'N' TO WS-ERA-CERT-OPEN
                   MOVE 'N' TO WS-MAINT-DUMPING
               END-IF
               MOVE WS-ERA-RECORDS TO WS-MAINT-ACTED
               DISPLAY "Erased " WS-ERA-RECORDS " record(s) in "
                   WS-ERA-FILES-TOUCHED " file(s), certificate "
                   WS-MAINT-RPT-NAME
           END-IF.

      *> Takes the key off the command and splits it into its '|'
      *> separated parts - the KEY= column values a master key is
      *> built from, in KEY= order. An empty part keeps its place (a
      *> blank key column must match a blank value), but a key must
      *> have at least one part that is not empty.
       SPLIT-ERASE-KEY.
           MOVE SPACES TO WS-ERA-KEY
           MOVE WS-CMD-ARG TO WS-ERA-KEY
           MOVE 200 TO WS-ERA-KEY-LEN
           PERFORM UNTIL WS-ERA-KEY-LEN = 0
                     OR WS-ERA-KEY(WS-ERA-KEY-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-ERA-KEY-LEN
           END-PERFORM
           MOVE 0 TO WS-ERA-SEG-COUNT
           MOVE 0 TO WS-ERA-PART-COUNT
           MOVE 0 TO WS-ERA-PART-FILLED
           MOVE SPACES TO WS-ERA-PART-TABLE
           MOVE 1 TO WS-ERA-PART-START
           IF WS-ERA-KEY-LEN > 0
               PERFORM VARYING WS-ERA-KEY-POS FROM 1 BY 1
                       UNTIL WS-ERA-KEY-POS > WS-ERA-KEY-LEN + 1
                   IF WS-ERA-KEY(WS-ERA-KEY-POS:1) = '|'
                           OR WS-ERA-KEY-POS > WS-ERA-KEY-LEN
                       ADD 1 TO WS-ERA-SEG-COUNT
                       IF WS-ERA-PART-COUNT < 5
                           ADD 1 TO WS-ERA-PART-COUNT
                           COMPUTE WS-ERA-PART-LEN(WS-ERA-PART-COUNT) =
                               WS-ERA-KEY-POS - WS-ERA-PART-START
                           IF WS-ERA-PART-LEN(WS-ERA-PART-COUNT) > 0
                               ADD 1 TO WS-ERA-PART-FILLED
                               MOVE WS-ERA-KEY(WS-ERA-PART-START:
                                   WS-ERA-PART-LEN(WS-ERA-PART-COUNT))
                                   TO WS-ERA-PART-VALUE(WS-ERA-PART-COUNT)
                           END-IF
                       END-IF
                       COMPUTE WS-ERA-PART-START = WS-ERA-KEY-POS + 1
                   END-IF
               END-PERFORM
           END-IF.

      *> Gathers the names each key part's column can carry (see
      *> WS-ERA-ALIAS-TABLE). The crosswalk is read here because a
      *> maintenance run does not otherwise load it. A key whose parts
      *> do not line up one-for-one with the KEY= columns cannot be
      *> placed in any column, and the certificate says so up front.
       BUILD-ERASE-KEY-NAMES.
           MOVE 0 TO WS-ERA-ALIAS-COUNT
           MOVE SPACES TO WS-ERA-ALIAS-TABLE
           MOVE 'N' TO WS-ERA-NAMES-OK
           IF WS-KEY-COL-COUNT > 0
                   AND WS-KEY-COL-COUNT = WS-ERA-SEG-COUNT
               MOVE 'Y' TO WS-ERA-NAMES-OK
               PERFORM LOAD-CROSSWALK
               PERFORM VARYING WS-ERA-PART-IDX FROM 1 BY 1
                       UNTIL WS-ERA-PART-IDX > WS-KEY-COL-COUNT
                   MOVE WS-KEY-COL-NAME(WS-ERA-PART-IDX) TO WS-ERA-NAME
                   PERFORM ADD-ERASE-KEY-NAME
                   IF WS-SQL-KEY-NAME(WS-ERA-PART-IDX) NOT = SPACES
                       MOVE WS-SQL-KEY-NAME(WS-ERA-PART-IDX)
                           TO WS-ERA-NAME
                       PERFORM ADD-ERASE-KEY-NAME
                   END-IF
                   PERFORM VARYING WS-XW-IDX FROM 1 BY 1
                           UNTIL WS-XW-IDX > WS-XW-COUNT
                       IF WS-XW-HEADER(WS-XW-IDX) =
                               WS-KEY-COL-NAME(WS-ERA-PART-IDX)
                           MOVE WS-XW-MAPPED(WS-XW-IDX) TO WS-ERA-NAME
                           PERFORM ADD-ERASE-KEY-NAME
                       END-IF
                       IF WS-XW-MAPPED(WS-XW-IDX) =
                               WS-KEY-COL-NAME(WS-ERA-PART-IDX)
                           MOVE WS-XW-HEADER(WS-XW-IDX) TO WS-ERA-NAME
                           PERFORM ADD-ERASE-KEY-NAME
                       END-IF
                   END-PERFORM
                   PERFORM VARYING WS-PARM-MAP-IDX FROM 1 BY 1
                           UNTIL WS-PARM-MAP-IDX > WS-PARM-MAP-COUNT
                       IF WS-PARM-MAP-HEADER(WS-PARM-MAP-IDX) =
                               WS-KEY-COL-NAME(WS-ERA-PART-IDX)
                           MOVE WS-PARM-MAP-MAPPED(WS-PARM-MAP-IDX)
                               TO WS-ERA-NAME
                           PERFORM ADD-ERASE-KEY-NAME
                       END-IF
                       IF WS-PARM-MAP-MAPPED(WS-PARM-MAP-IDX) =
                               WS-KEY-COL-NAME(WS-ERA-PART-IDX)
                           MOVE WS-PARM-MAP-HEADER(WS-PARM-MAP-IDX)
                               TO WS-ERA-NAME
                           PERFORM ADD-ERASE-KEY-NAME
                       END-IF
                   END-PERFORM
               END-PERFORM
           ELSE
               DISPLAY "Warning: ERASE key has " WS-ERA-SEG-COUNT
                   " part(s), KEY= names " WS-KEY-COL-COUNT
                   " column(s) - matches go to manual review"
               MOVE 4 TO WS-RC-CANDIDATE
               PERFORM RAISE-RETURN-CODE
               MOVE SPACES TO WS-CMD-LINE
               STRING 'KEY COLUMNS UNKNOWN  key has ' DELIMITED BY SIZE
                      WS-ERA-SEG-COUNT DELIMITED BY SIZE
                      ' part(s), KEY= names ' DELIMITED BY SIZE
                      WS-KEY-COL-COUNT DELIMITED BY SIZE
                      ' column(s) - only whole-key matches are erased,'
                          DELIMITED BY SIZE
                      ' other matches go to manual review'
                          DELIMITED BY SIZE
                   INTO WS-CMD-LINE
               END-STRING
               PERFORM WRITE-MAINT-REPORT-LINE
           END-IF.

      *> Adds WS-ERA-NAME for the key part at WS-ERA-PART-IDX unless
      *> it is blank or already taken.
       ADD-ERASE-KEY-NAME.
           IF WS-ERA-NAME NOT = SPACES
               PERFORM FIND-ERASE-KEY-NAME
               IF WS-ERA-NAME-PART = 0 AND WS-ERA-ALIAS-COUNT < 40
                   ADD 1 TO WS-ERA-ALIAS-COUNT
                   MOVE WS-ERA-NAME
                       TO WS-ERA-ALIAS-NAME(WS-ERA-ALIAS-COUNT)
                   MOVE WS-ERA-PART-IDX
                       TO WS-ERA-ALIAS-PART(WS-ERA-ALIAS-COUNT)
               END-IF
           END-IF.

      *> Sets WS-ERA-NAME-PART for the column named WS-ERA-NAME (see
      *> WS-ERA-NAME).
       FIND-ERASE-KEY-NAME.
           MOVE 0 TO WS-ERA-NAME-PART
           IF WS-ERA-NAME = 'previous_key'
               MOVE 6 TO WS-ERA-NAME-PART
           ELSE
               PERFORM VARYING WS-ERA-ALIAS-IDX FROM 1 BY 1
                       UNTIL WS-ERA-ALIAS-IDX > WS-ERA-ALIAS-COUNT
                           OR WS-ERA-NAME-PART > 0
                   IF WS-ERA-ALIAS-NAME(WS-ERA-ALIAS-IDX) = WS-ERA-NAME
                       MOVE WS-ERA-ALIAS-PART(WS-ERA-ALIAS-IDX)
                           TO WS-ERA-NAME-PART
                   END-IF
               END-PERFORM
           END-IF.

      *> Opens (or extends) the day's erasure certificate. A
      *> certificate that cannot be written still leaves every line on
      *> the console - the erasure itself is what the requester is owed.
       OPEN-ERASE-CERTIFICATE.
           MOVE SPACES TO WS-MAINT-RPT-NAME
           STRING 'erase_' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
               INTO WS-MAINT-RPT-NAME
           END-STRING
           OPEN EXTEND MAINT-REPORT-FILE
           IF WS-OUT-STATUS NOT = '00' AND WS-OUT-STATUS NOT = '05'
               OPEN OUTPUT MAINT-REPORT-FILE
           END-IF
           IF WS-OUT-STATUS = '00' OR WS-OUT-STATUS = '05'
               MOVE 'Y' TO WS-MAINT-DUMPING
               MOVE 'Y' TO WS-ERA-CERT-OPEN
           ELSE
               DISPLAY "Warning: cannot write erasure certificate "
                   WS-MAINT-RPT-NAME
               MOVE 'N' TO WS-MAINT-DUMPING
               MOVE 'N' TO WS-ERA-CERT-OPEN
           END-IF.

      *> Deletes the contact from the master. The journal gets the key
      *> alone - an ordinary DELETE would preserve the very values
      *> being erased as its before image.
       ERASE-MASTER-RECORD.
           MOVE SPACES TO MASTER-KEY
           MOVE WS-CMD-ARG TO MASTER-KEY
           MOVE SPACES TO WS-CMD-LINE
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'Master contacts.mst: key not on file'
                       TO WS-CMD-LINE
               NOT INVALID KEY
                   DELETE MASTER-FILE RECORD
                       INVALID KEY
                           DISPLAY "Warning: erase delete failed "
                               "(status " WS-MST-STATUS ")"
                           MOVE 'FAILED' TO WS-MAINT-RESULT
                           MOVE 8 TO WS-RC-CANDIDATE
                           PERFORM RAISE-RETURN-CODE
                           STRING 'Master contacts.mst: DELETE FAILED '
                                      DELIMITED BY SIZE
                                  '(status ' DELIMITED BY SIZE
                                  WS-MST-STATUS DELIMITED BY SIZE
                                  ')' DELIMITED BY SIZE
                               INTO WS-CMD-LINE
                           END-STRING
                       NOT INVALID KEY
                           PERFORM JOURNAL-MASTER-ERASE
                           ADD 1 TO WS-ERA-RECORDS
                           MOVE 'Master contacts.mst: record removed'
                               TO WS-CMD-LINE
                   END-DELETE
           END-READ
           PERFORM WRITE-MAINT-REPORT-LINE.

      *> Adds the key to the suppression list, creating the list on
      *> the first erasure ever. A key already listed (status 22) is an
      *> erasure being repeated, which is fine.
       SUPPRESS-ERASED-KEY.
           OPEN I-O SUPPRESS-FILE
           IF WS-SUP-STATUS = '35'
               OPEN OUTPUT SUPPRESS-FILE
               CLOSE SUPPRESS-FILE
               OPEN I-O SUPPRESS-FILE
           END-IF
           MOVE SPACES TO WS-CMD-LINE
           IF WS-SUP-STATUS NOT = '00'
               DISPLAY "Warning: cannot open suppression list "
                   "suppress.key (status " WS-SUP-STATUS ")"
               MOVE 'FAILED' TO WS-MAINT-RESULT
               MOVE 8 TO WS-RC-CANDIDATE
               PERFORM RAISE-RETURN-CODE
               STRING 'Suppression list suppress.key: NOT UPDATED '
                          DELIMITED BY SIZE
                      '(status ' DELIMITED BY SIZE
                      WS-SUP-STATUS DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                   INTO WS-CMD-LINE
               END-STRING
           ELSE
               MOVE SPACES TO SUPPRESS-RECORD
               MOVE WS-CMD-ARG TO SUPPRESS-KEY
               MOVE WS-RUN-DATE TO SUPPRESS-DATE
               WRITE SUPPRESS-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               EVALUATE WS-SUP-STATUS
                   WHEN '00'
                       MOVE 'Suppression list suppress.key: key added'
                           TO WS-CMD-LINE
                   WHEN '22'
                       MOVE 'Suppression list suppress.key: key '
                           & 'already listed' TO WS-CMD-LINE
                   WHEN OTHER
                       DISPLAY "Warning: suppression list write "
                           "failed (status " WS-SUP-STATUS ")"
                       MOVE 'FAILED' TO WS-MAINT-RESULT
                       MOVE 8 TO WS-RC-CANDIDATE
                       PERFORM RAISE-RETURN-CODE
                       STRING 'Suppression list suppress.key: '
                                  DELIMITED BY SIZE
                              'NOT UPDATED (status ' DELIMITED BY SIZE
                              WS-SUP-STATUS DELIMITED BY SIZE
                              ')' DELIMITED BY SIZE
                           INTO WS-CMD-LINE
                       END-STRING
               END-EVALUATE
               CLOSE SUPPRESS-FILE
           END-IF
           PERFORM WRITE-MAINT-REPORT-LINE.

      *> Sweeps every file the system knows how to name: the undated
      *> work files and inputs, then - through the housekeeping probe,
      *> which scrubs instead of archiving while the sweep is on - each
      *> day's outputs, reports and rolled work files back ERASEDAYS=
      *> days, plus the day's change journal and backout report. The
      *> inputs' header rows are read first: the reject logs swept
      *> ahead of them are judged by those inputs' columns.
       ERASE-SWEEP-FILES.
           SET ERASE-SWEEP-ACTIVE TO TRUE
           PERFORM LOAD-CONTROL-FILE
           PERFORM LOAD-ERASE-SOURCES
           MOVE 'reject.dat' TO WS-HK-FILE-NAME
           PERFORM ARCHIVE-IF-PRESENT
           MOVE 'reject_carry.dat' TO WS-HK-FILE-NAME
           PERFORM ARCHIVE-IF-PRESENT
           MOVE 'duplicate.dat' TO WS-HK-FILE-NAME
           PERFORM ARCHIVE-IF-PRESENT
           MOVE 'Y' TO WS-ERA-INPUT
           IF RUNNING-BATCH-OF-FILES
               PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                       UNTIL WS-CTL-IDX > WS-CTL-COUNT
                   MOVE WS-CTL-NAME(WS-CTL-IDX) TO WS-HK-FILE-NAME
                   MOVE WS-CTL-DELIM(WS-CTL-IDX) TO WS-ERA-DELIM-NAME
                   PERFORM ARCHIVE-IF-PRESENT
               END-PERFORM
           ELSE
               MOVE WS-INFILE-NAME TO WS-HK-FILE-NAME
               MOVE SPACES TO WS-ERA-DELIM-NAME
               PERFORM ARCHIVE-IF-PRESENT
           END-IF
           MOVE 'N' TO WS-ERA-INPUT
           COMPUTE WS-HK-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM VARYING WS-HK-SCAN-INT
                   FROM WS-HK-TODAY-INT BY -1
                   UNTIL WS-HK-SCAN-INT < WS-HK-TODAY-INT - WS-ERASE-DAYS
               COMPUTE WS-HK-SCAN-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-HK-SCAN-INT)
               PERFORM ARCHIVE-DATED-CANDIDATES
               MOVE SPACES TO WS-HK-FILE-NAME
               STRING 'backout_' DELIMITED BY SIZE
                      WS-HK-SCAN-DATE DELIMITED BY SIZE
                      '.rpt' DELIMITED BY SIZE
                   INTO WS-HK-FILE-NAME
               END-STRING
               PERFORM ARCHIVE-IF-PRESENT
               PERFORM ERASE-JOURNAL-FILE
           END-PERFORM
           MOVE 'N' TO WS-ERA-SWEEP.

      *> Records each input's delimiter and header layout (see
      *> WS-ERA-SRC-TABLE), from the file where it stands or, once
      *> housekeeping has moved it, under the archive path.
       LOAD-ERASE-SOURCES.
           MOVE 0 TO WS-ERA-SRC-COUNT
           IF RUNNING-BATCH-OF-FILES
               PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                       UNTIL WS-CTL-IDX > WS-CTL-COUNT
                   MOVE WS-CTL-NAME(WS-CTL-IDX) TO WS-HK-FILE-NAME
                   MOVE WS-CTL-DELIM(WS-CTL-IDX) TO WS-ERA-DELIM-NAME
                   PERFORM ADD-ERASE-SOURCE
               END-PERFORM
           ELSE
               MOVE WS-INFILE-NAME TO WS-HK-FILE-NAME
               MOVE SPACES TO WS-ERA-DELIM-NAME
               PERFORM ADD-ERASE-SOURCE
           END-IF.

      *> Adds the input named in WS-HK-FILE-NAME to the source table.
      *> One whose header cannot be read stays on it with no layout, so
      *> its rejected rows go to review rather than being guessed at.
       ADD-ERASE-SOURCE.
           IF WS-HK-FILE-NAME NOT = SPACES AND WS-ERA-SRC-COUNT < 50
               ADD 1 TO WS-ERA-SRC-COUNT
               MOVE WS-ERA-SRC-COUNT TO WS-ERA-SRC-IDX
               MOVE WS-HK-FILE-NAME TO WS-ERA-SRC-NAME(WS-ERA-SRC-IDX)
               MOVE WS-ERA-DELIM-NAME TO WS-ERA-SRC-DELIM(WS-ERA-SRC-IDX)
               MOVE 0 TO WS-ERA-SRC-HDR-COUNT(WS-ERA-SRC-IDX)
               MOVE 'N' TO WS-ERA-SRC-LAYOUT(WS-ERA-SRC-IDX)
               MOVE ZEROS TO WS-ERA-SRC-MAP(WS-ERA-SRC-IDX)
               MOVE WS-HK-FILE-NAME TO WS-ERA-FILE-NAME
               PERFORM READ-ERASE-SOURCE-HEADER
               IF WS-ERA-STATUS NOT = '00'
                   MOVE SPACES TO WS-ERA-FILE-NAME
                   STRING WS-ARCHIVE-PATH DELIMITED BY SPACE
                          '/' DELIMITED BY SIZE
                          WS-HK-FILE-NAME DELIMITED BY SPACE
                       INTO WS-ERA-FILE-NAME
                   END-STRING
                   PERFORM READ-ERASE-SOURCE-HEADER
               END-IF
               MOVE SPACES TO WS-ERA-FILE-NAME
           END-IF.

      *> Reads the first line of WS-ERA-FILE-NAME as the header row of
      *> the source at WS-ERA-SRC-IDX.
       READ-ERASE-SOURCE-HEADER.
           OPEN INPUT ERASE-SCAN-FILE
           IF WS-ERA-STATUS = '00'
               READ ERASE-SCAN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM LOAD-ERASE-SCAN-LINE
                       MOVE WS-ERA-SRC-DELIM(WS-ERA-SRC-IDX)
                           TO WS-FILE-DELIM-NAME
                       PERFORM SET-ACTIVE-DELIMITER
                       MOVE WS-ERA-LINE TO CSV-RECORD
                       PERFORM PARSE-DELIMITED-FIELDS
                       PERFORM RESOLVE-ERASE-HEADER
                       MOVE WS-ERA-HDR-COUNT
                           TO WS-ERA-SRC-HDR-COUNT(WS-ERA-SRC-IDX)
                       MOVE WS-ERA-LAYOUT
                           TO WS-ERA-SRC-LAYOUT(WS-ERA-SRC-IDX)
                       MOVE WS-ERA-POS-TABLE
                           TO WS-ERA-SRC-MAP(WS-ERA-SRC-IDX)
               END-READ
               CLOSE ERASE-SCAN-FILE
               MOVE '00' TO WS-ERA-STATUS
           END-IF.

      *> Erases the contact from one candidate name, both where it
      *> stands and under the archive path.
       ERASE-IF-PRESENT.
           PERFORM CLASSIFY-ERASE-FILE
           IF WS-ERA-KIND NOT = 'N'
               MOVE WS-HK-FILE-NAME TO WS-ERA-FILE-NAME
               PERFORM ERASE-ONE-FILE
               MOVE SPACES TO WS-ERA-FILE-NAME
               STRING WS-ARCHIVE-PATH DELIMITED BY SPACE
                      '/' DELIMITED BY SIZE
                      WS-HK-FILE-NAME DELIMITED BY SPACE
                   INTO WS-ERA-FILE-NAME
               END-STRING
               PERFORM ERASE-ONE-FILE
           END-IF.

      *> Sets WS-ERA-KIND and WS-ERA-RAW from the candidate's name, or
      *> from its being one of the inputs (see WS-ERA-KIND).
       CLASSIFY-ERASE-FILE.
           MOVE 100 TO WS-ERA-NAME-LEN
           PERFORM UNTIL WS-ERA-NAME-LEN = 0
                     OR WS-HK-FILE-NAME(WS-ERA-NAME-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-ERA-NAME-LEN
           END-PERFORM
           MOVE 'D' TO WS-ERA-KIND
           MOVE 'N' TO WS-ERA-RAW
           EVALUATE TRUE
               WHEN WS-HK-FILE-NAME(1:9) = 'manifest_'
                       OR WS-HK-FILE-NAME(1:6) = 'erase_'
                   MOVE 'N' TO WS-ERA-KIND
               WHEN WS-ERA-INPUT = 'Y'
                   MOVE 'C' TO WS-ERA-KIND
                   MOVE 'Y' TO WS-ERA-RAW
               WHEN WS-HK-FILE-NAME(1:7) = 'reject_'
                       OR WS-HK-FILE-NAME(1:7) = 'reject.'
                   MOVE 'E' TO WS-ERA-KIND
                   MOVE 'Y' TO WS-ERA-RAW
               WHEN WS-HK-FILE-NAME(1:9) = 'duplicate'
                   MOVE 'P' TO WS-ERA-KIND
               WHEN WS-ERA-NAME-LEN > 4
                   EVALUATE WS-HK-FILE-NAME(WS-ERA-NAME-LEN - 3:4)
                       WHEN '.cpy'
                           MOVE 'N' TO WS-ERA-KIND
                       WHEN '.csv'
                           MOVE 'C' TO WS-ERA-KIND
                           MOVE 'comma' TO WS-ERA-DELIM-NAME
                       WHEN '.sql'
                           MOVE 'Q' TO WS-ERA-KIND
                       WHEN 'json'
                           MOVE 'J' TO WS-ERA-KIND
                       WHEN '.xml'
                           MOVE 'X' TO WS-ERA-KIND
                       WHEN '.vcf'
                           MOVE 'V' TO WS-ERA-KIND
                       WHEN '.rpt'
                           MOVE 'R' TO WS-ERA-KIND
                   END-EVALUATE
           END-EVALUATE.

      *> Scrubs one file if it exists: a first pass finds the units
      *> holding the contact, and only a file that has some is
      *> rewritten. Units the first pass could only count for review
      *> are reported, the file unchanged by them.
       ERASE-ONE-FILE.
           CALL 'CBL_CHECK_FILE_EXIST'
               USING WS-ERA-FILE-NAME WS-HK-FILE-INFO
               RETURNING WS-HK-CALL-RC
           END-CALL
           IF WS-HK-CALL-RC = 0
               ADD 1 TO WS-ERA-FILES-SCANNED
               PERFORM FIND-ERASE-MATCHES
               IF WS-ERA-HIT-COUNT > 0
                   PERFORM REWRITE-ERASED-FILE
               END-IF
               IF WS-ERA-REVIEW-COUNT > 0
                   PERFORM NOTE-ERASE-REVIEW
               END-IF
           END-IF.

      *> Lists a file holding units that carry every key part but no
      *> column to confirm them by: someone has to look, since deleting
      *> on a bare match would take out other contacts that merely
      *> share a value.
       NOTE-ERASE-REVIEW.
           ADD 1 TO WS-ERA-FILES-REVIEW
           DISPLAY "Warning: " WS-ERA-REVIEW-COUNT " record(s) in "
               WS-ERA-FILE-NAME(1:60) " need manual review"
           MOVE 4 TO WS-RC-CANDIDATE
           PERFORM RAISE-RETURN-CODE
           MOVE SPACES TO WS-CMD-LINE
           STRING 'MANUAL REVIEW  ' DELIMITED BY SIZE
                  WS-ERA-REVIEW-COUNT DELIMITED BY SIZE
                  ' record(s) in ' DELIMITED BY SIZE
                  WS-ERA-FILE-NAME DELIMITED BY SPACE
                  ' hold every key part where no key column is known'
                      DELIMITED BY SIZE
                  ' - not changed' DELIMITED BY SIZE
               INTO WS-CMD-LINE
           END-STRING
           PERFORM WRITE-MAINT-REPORT-LINE.

      *> First pass: numbers the file's units and records those whose
      *> key columns hold the key, counting those that hold it only by
      *> bare value for review. A file that cannot be read is a gap in
      *> the erasure and is reported as one.
       FIND-ERASE-MATCHES.
           MOVE 0 TO WS-ERA-HIT-COUNT
           MOVE 0 TO WS-ERA-REVIEW-COUNT
           MOVE 'N' TO WS-ERA-HIT-CAPPED
           MOVE 0 TO WS-ERA-UNIT-NO
           MOVE 'N' TO WS-ERA-IN-BLOCK
           MOVE 'N' TO WS-ERA-EOF
           MOVE 'N' TO WS-ERA-LAYOUT
           MOVE 0 TO WS-ERA-HDR-COUNT
           MOVE ZEROS TO WS-ERA-POS-TABLE
           MOVE SPACE TO WS-ERA-SQL-VERB
           PERFORM BUILD-ERASE-KEY-FORMS
           IF WS-ERA-KIND = 'C'
               MOVE WS-ERA-DELIM-NAME TO WS-FILE-DELIM-NAME
               PERFORM SET-ACTIVE-DELIMITER
           END-IF
           OPEN INPUT ERASE-SCAN-FILE
           IF WS-ERA-STATUS NOT = '00'
               DISPLAY "Warning: cannot read " WS-ERA-FILE-NAME(1:80)
               MOVE 'FAILED' TO WS-MAINT-RESULT
               MOVE 8 TO WS-RC-CANDIDATE
               PERFORM RAISE-RETURN-CODE
               MOVE SPACES TO WS-CMD-LINE
               STRING 'NOT READ (status ' DELIMITED BY SIZE
                      WS-ERA-STATUS DELIMITED BY SIZE
                      ')  ' DELIMITED BY SIZE
                      WS-ERA-FILE-NAME DELIMITED BY SPACE
                   INTO WS-CMD-LINE
               END-STRING
               PERFORM WRITE-MAINT-REPORT-LINE
           ELSE
               PERFORM UNTIL ERASE-SCAN-AT-EOF
                   READ ERASE-SCAN-FILE
                       AT END
                           SET ERASE-SCAN-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ERASE-SCAN-LINE
                           PERFORM START-ERASE-UNIT
                           IF WS-ERA-NEW-UNIT = 'Y'
                               IF WS-ERA-UNIT-NO > 1
                                   PERFORM CLOSE-ERASE-UNIT
                               END-IF
                               PERFORM OPEN-ERASE-UNIT
                           END-IF
                           IF WS-ERA-UNIT-HIT = 'N'
                               PERFORM MATCH-ERASE-KEY-PARTS
                           END-IF
                           IF WS-ERA-IS-END = 'Y'
                               MOVE 'N' TO WS-ERA-IN-BLOCK
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-ERA-UNIT-NO > 0
                   PERFORM CLOSE-ERASE-UNIT
               END-IF
               CLOSE ERASE-SCAN-FILE
           END-IF.

      *> Builds WS-ERA-FORM-TABLE for the file about to be scanned.
       BUILD-ERASE-KEY-FORMS.
           PERFORM VARYING WS-ERA-PART-IDX FROM 1 BY 1
                   UNTIL WS-ERA-PART-IDX > 6
               MOVE SPACES TO WS-CSV-FIELD-WORK
               IF WS-ERA-PART-IDX = 6
                   MOVE WS-ERA-KEY TO WS-CSV-FIELD-WORK
                   MOVE WS-ERA-KEY-LEN TO WS-VAL-LEN
               ELSE
                   MOVE WS-ERA-PART-VALUE(WS-ERA-PART-IDX)
                       TO WS-CSV-FIELD-WORK
                   MOVE WS-ERA-PART-LEN(WS-ERA-PART-IDX) TO WS-VAL-LEN
                   MOVE 'Y' TO WS-ERA-PART-FORM-OK(WS-ERA-PART-IDX)
      *> A vCard line carries a value's first word only, so a part
      *> with a blank in it is compared by that word, and only ever
      *> SEEN.
                   IF WS-ERA-KIND = 'V' AND WS-VAL-LEN > 0
                       MOVE 0 TO WS-ERA-TALLY
                       INSPECT WS-CSV-FIELD-WORK(1:WS-VAL-LEN)
                           TALLYING WS-ERA-TALLY FOR CHARACTERS
                           BEFORE INITIAL SPACE
                       IF WS-ERA-TALLY < WS-VAL-LEN
                           MOVE 'N'
                               TO WS-ERA-PART-FORM-OK(WS-ERA-PART-IDX)
                           MOVE WS-ERA-TALLY TO WS-VAL-LEN
                       END-IF
                   END-IF
               END-IF
               PERFORM BUILD-ERASE-FORM
               MOVE WS-ERA-VALUE TO WS-ERA-FORM-TEXT(WS-ERA-PART-IDX)
               MOVE WS-ERA-VALUE-LEN TO WS-ERA-FORM-LEN(WS-ERA-PART-IDX)
           END-PERFORM.

      *> Writes WS-CSV-FIELD-WORK / WS-VAL-LEN into WS-ERA-VALUE the way
      *> the current kind of file carries a value.
       BUILD-ERASE-FORM.
           MOVE SPACES TO WS-ERA-VALUE
           MOVE 0 TO WS-ERA-VALUE-LEN
           EVALUATE WS-ERA-KIND
               WHEN 'J'
                   PERFORM BUILD-JSON-ESCAPED
                   IF WS-ESC-LEN > 0
                       MOVE WS-ESC-FIELD(1:WS-ESC-LEN) TO WS-ERA-VALUE
                   END-IF
                   MOVE WS-ESC-LEN TO WS-ERA-VALUE-LEN
               WHEN 'X'
                   PERFORM BUILD-XML-ESCAPED
                   IF WS-ESC-LEN > 0
                       MOVE WS-ESC-FIELD(1:WS-ESC-LEN) TO WS-ERA-VALUE
                   END-IF
                   MOVE WS-ESC-LEN TO WS-ERA-VALUE-LEN
               WHEN 'Q'
                   MOVE 1 TO WS-ERA-FORM-PTR
                   PERFORM VARYING WS-ERA-NORM-IDX FROM 1 BY 1
                           UNTIL WS-ERA-NORM-IDX > WS-VAL-LEN
                       IF WS-CSV-FIELD-WORK(WS-ERA-NORM-IDX:1) = "'"
                           STRING "''" DELIMITED BY SIZE
                               INTO WS-ERA-VALUE
                               WITH POINTER WS-ERA-FORM-PTR
                           END-STRING
                       ELSE
                           STRING WS-CSV-FIELD-WORK(WS-ERA-NORM-IDX:1)
                                  DELIMITED BY SIZE
                               INTO WS-ERA-VALUE
                               WITH POINTER WS-ERA-FORM-PTR
                           END-STRING
                       END-IF
                   END-PERFORM
                   COMPUTE WS-ERA-VALUE-LEN = WS-ERA-FORM-PTR - 1
               WHEN OTHER
                   IF WS-VAL-LEN > 0
                       MOVE WS-CSV-FIELD-WORK(1:WS-VAL-LEN)
                           TO WS-ERA-VALUE
                   END-IF
                   MOVE WS-VAL-LEN TO WS-ERA-VALUE-LEN
                   IF WS-ERA-RAW = 'Y'
                       PERFORM NORMALIZE-ERASE-VALUE
                   END-IF
           END-EVALUATE.

      *> Folds WS-ERA-VALUE / WS-ERA-VALUE-LEN for a raw file (see
      *> WS-ERA-RAW): letters upper-cased, letters, digits and
      *> non-ASCII bytes kept, everything else dropped.
       NORMALIZE-ERASE-VALUE.
           MOVE SPACES TO WS-ERA-NORM-WORK
           MOVE 0 TO WS-ERA-NORM-LEN
           PERFORM VARYING WS-ERA-NORM-IDX FROM 1 BY 1
                   UNTIL WS-ERA-NORM-IDX > WS-ERA-VALUE-LEN
               MOVE WS-ERA-VALUE(WS-ERA-NORM-IDX:1) TO WS-ERA-CHAR
               IF ERASE-CHAR-KEPT
                   ADD 1 TO WS-ERA-NORM-LEN
                   MOVE WS-ERA-CHAR
                       TO WS-ERA-NORM-WORK(WS-ERA-NORM-LEN:1)
               END-IF
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WS-ERA-NORM-WORK) TO WS-ERA-VALUE
           MOVE WS-ERA-NORM-LEN TO WS-ERA-VALUE-LEN.

      *> Starts a unit's key-part state afresh. An empty key part
      *> cannot be seen as a token, so it counts as seen from the
      *> start; its column must still hold an empty value to be found.
       OPEN-ERASE-UNIT.
           MOVE 'N' TO WS-ERA-UNIT-HIT
           PERFORM VARYING WS-ERA-PART-IDX FROM 1 BY 1
                   UNTIL WS-ERA-PART-IDX > WS-ERA-PART-COUNT
               MOVE 'N' TO WS-ERA-PART-FOUND(WS-ERA-PART-IDX)
               MOVE 'N' TO WS-ERA-PART-KEYED(WS-ERA-PART-IDX)
               IF WS-ERA-PART-LEN(WS-ERA-PART-IDX) = 0
                   MOVE 'Y' TO WS-ERA-PART-SEEN(WS-ERA-PART-IDX)
               ELSE
                   MOVE 'N' TO WS-ERA-PART-SEEN(WS-ERA-PART-IDX)
               END-IF
           END-PERFORM.

      *> Finishes a unit that was not matched: it is counted for
      *> review when every part it lacks was seen as a bare value and
      *> had no column in the unit to be checked against.
       CLOSE-ERASE-UNIT.
           IF WS-ERA-UNIT-HIT = 'N'
               MOVE 'Y' TO WS-ERA-REVIEW-UNIT
               PERFORM VARYING WS-ERA-PART-IDX FROM 1 BY 1
                       UNTIL WS-ERA-PART-IDX > WS-ERA-PART-COUNT
                   IF WS-ERA-PART-FOUND(WS-ERA-PART-IDX) = 'N'
                       IF WS-ERA-PART-KEYED(WS-ERA-PART-IDX) = 'Y'
                               OR WS-ERA-PART-SEEN(WS-ERA-PART-IDX) = 'N'
                           MOVE 'N' TO WS-ERA-REVIEW-UNIT
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-ERA-REVIEW-UNIT = 'Y'
                   ADD 1 TO WS-ERA-REVIEW-COUNT
               END-IF
           END-IF.

      *> Second pass: copies the file to the work file, dropping or
      *> blanking the matched units, then copies the work file back
      *> over the original - the original is only replaced once the
      *> scrubbed copy is complete.
       REWRITE-ERASED-FILE.
           MOVE 0 TO WS-ERA-FILE-RECORDS
           MOVE 0 TO WS-ERA-UNIT-NO
           MOVE 'N' TO WS-ERA-IN-BLOCK
           MOVE 'N' TO WS-ERA-UNIT-ERASED
           MOVE 1 TO WS-ERA-HIT-IDX
           MOVE 'N' TO WS-HK-COPY-OK
           MOVE 'N' TO WS-ERA-EOF
           OPEN INPUT ERASE-SCAN-FILE
           IF WS-ERA-STATUS = '00'
               OPEN OUTPUT ERASE-WORK-FILE
               IF WS-ERA-WORK-STATUS NOT = '00'
                   CLOSE ERASE-SCAN-FILE
               ELSE
                   PERFORM UNTIL ERASE-SCAN-AT-EOF
                       READ ERASE-SCAN-FILE
                           AT END
                               SET ERASE-SCAN-AT-EOF TO TRUE
                           NOT AT END
                               PERFORM LOAD-ERASE-SCAN-LINE
                               PERFORM START-ERASE-UNIT
                               IF WS-ERA-NEW-UNIT = 'Y'
                                   PERFORM CHECK-ERASE-UNIT-HIT
                               END-IF
                               PERFORM WRITE-ERASE-WORK-LINE
                               IF WS-ERA-IS-END = 'Y'
                                   MOVE 'N' TO WS-ERA-IN-BLOCK
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ERASE-SCAN-FILE
                   CLOSE ERASE-WORK-FILE
                   MOVE 'erase.tmp' TO WS-ARCH-IN-NAME
                   MOVE WS-ERA-FILE-NAME TO WS-ARCH-OUT-NAME
                   PERFORM COPY-AND-DELETE-FILE
               END-IF
           END-IF
           MOVE SPACES TO WS-CMD-LINE
           IF WS-HK-COPY-OK = 'Y'
               ADD 1 TO WS-ERA-FILES-TOUCHED
               ADD WS-ERA-FILE-RECORDS TO WS-ERA-RECORDS
               IF ERASE-REMOVES-RECORDS
                   STRING 'Removed ' DELIMITED BY SIZE
                          WS-ERA-FILE-RECORDS DELIMITED BY SIZE
                          ' record(s) from ' DELIMITED BY SIZE
                          WS-ERA-FILE-NAME DELIMITED BY SPACE
                       INTO WS-CMD-LINE
                   END-STRING
               ELSE
                   STRING 'Blanked ' DELIMITED BY SIZE
                          WS-ERA-FILE-RECORDS DELIMITED BY SIZE
                          ' record(s) in ' DELIMITED BY SIZE
                          WS-ERA-FILE-NAME DELIMITED BY SPACE
                       INTO WS-CMD-LINE
                   END-STRING
               END-IF
           ELSE
               DISPLAY "Warning: could not rewrite "
                   WS-ERA-FILE-NAME(1:80)
               MOVE 'FAILED' TO WS-MAINT-RESULT
               MOVE 8 TO WS-RC-CANDIDATE
               PERFORM RAISE-RETURN-CODE
               STRING 'NOT REWRITTEN  ' DELIMITED BY SIZE
                      WS-ERA-FILE-NAME DELIMITED BY SPACE
                   INTO WS-CMD-LINE
               END-STRING
           END-IF
           PERFORM WRITE-MAINT-REPORT-LINE
      *> More matches than one pass can hold leaves the rest in place;
      *> the certificate says so, and repeating the ERASE finishes it.
           IF WS-ERA-HIT-CAPPED = 'Y'
               MOVE SPACES TO WS-CMD-LINE
               STRING '  more matches remain - repeat the ERASE for '
                          DELIMITED BY SIZE
                      WS-ERA-FILE-NAME DELIMITED BY SPACE
                   INTO WS-CMD-LINE
               END-STRING
               PERFORM WRITE-MAINT-REPORT-LINE
               MOVE 4 TO WS-RC-CANDIDATE
               PERFORM RAISE-RETURN-CODE
           END-IF.

      *> Moves the line just read into the work line, blank-filled
      *> past its length, and drops any trailing blanks from the
      *> length.
       LOAD-ERASE-SCAN-LINE.
           MOVE SPACES TO WS-ERA-LINE
           IF WS-ERA-LINE-LEN > 0
               MOVE ERASE-SCAN-RECORD(1:WS-ERA-LINE-LEN) TO WS-ERA-LINE
           END-IF
           PERFORM UNTIL WS-ERA-LINE-LEN = 0
                     OR WS-ERA-LINE(WS-ERA-LINE-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-ERA-LINE-LEN
           END-PERFORM.

      *> Decides whether the line just read begins a new unit: every
      *> line outside a record block does, as does a block's opening
      *> line. Both passes number units the same way.
       START-ERASE-UNIT.
           PERFORM TEST-ERASE-BLOCK-MARKERS
           MOVE 'N' TO WS-ERA-NEW-UNIT
           IF WS-ERA-IS-START = 'Y' OR WS-ERA-IN-BLOCK = 'N'
               MOVE 'Y' TO WS-ERA-NEW-UNIT
               ADD 1 TO WS-ERA-UNIT-NO
           END-IF
           IF WS-ERA-IS-START = 'Y'
               MOVE 'Y' TO WS-ERA-IN-BLOCK
           END-IF.

      *> The opening and closing lines of a record in each block
      *> format, as the converts write them: a JSON object's braces, an
      *> XML <record> element, a vCard, an SQL statement through its
      *> closing semicolon, and a master dump's 'Key: ' section (which
      *> runs to the next one).
       TEST-ERASE-BLOCK-MARKERS.
           MOVE 'N' TO WS-ERA-IS-START
           MOVE 'N' TO WS-ERA-IS-END
           EVALUATE WS-ERA-KIND
               WHEN 'J'
                   IF WS-ERA-LINE(1:1) = '{'
                       MOVE 'Y' TO WS-ERA-IS-START
                   END-IF
                   IF WS-ERA-LINE(1:1) = '}'
                       MOVE 'Y' TO WS-ERA-IS-END
                   END-IF
               WHEN 'X'
                   IF WS-ERA-LINE(1:8) = '<record>'
                       MOVE 'Y' TO WS-ERA-IS-START
                   END-IF
                   IF WS-ERA-LINE(1:9) = '</record>'
                       MOVE 'Y' TO WS-ERA-IS-END
                   END-IF
               WHEN 'V'
                   IF WS-ERA-LINE(1:11) = 'BEGIN:VCARD'
                       MOVE 'Y' TO WS-ERA-IS-START
                   END-IF
                   IF WS-ERA-LINE(1:9) = 'END:VCARD'
                       MOVE 'Y' TO WS-ERA-IS-END
                   END-IF
               WHEN 'Q'
                   IF WS-ERA-LINE(1:7) = 'INSERT '
                           OR WS-ERA-LINE(1:7) = 'UPDATE '
                           OR WS-ERA-LINE(1:7) = 'DELETE '
                       MOVE 'Y' TO WS-ERA-IS-START
                   END-IF
                   IF WS-ERA-LINE-LEN > 0
                       IF WS-ERA-LINE(WS-ERA-LINE-LEN:1) = ';'
                           MOVE 'Y' TO WS-ERA-IS-END
                       END-IF
                   END-IF
               WHEN 'R'
                   IF WS-ERA-LINE(1:5) = 'Key: '
                       MOVE 'Y' TO WS-ERA-IS-START
                   END-IF
           END-EVALUATE.

      *> Reads the current line the way its kind of file lays values
      *> out, checking the key-part columns it names (see WS-ERA-KIND);
      *> while a part still has no column in the unit, the line is
      *> also scanned for it as a bare value. Once every part is
      *> found the unit is recorded.
       MATCH-ERASE-KEY-PARTS.
           EVALUATE WS-ERA-KIND
               WHEN 'C'
                   PERFORM MATCH-ERASE-DELIMITED
               WHEN 'E'
                   PERFORM MATCH-ERASE-REJECT
               WHEN 'P'
                   PERFORM MATCH-ERASE-DUPLICATE
               WHEN 'J'
                   PERFORM MATCH-ERASE-JSON
               WHEN 'X'
                   PERFORM MATCH-ERASE-XML
               WHEN 'V'
                   PERFORM MATCH-ERASE-VCARD
               WHEN 'Q'
                   PERFORM MATCH-ERASE-SQL
               WHEN 'R'
                   PERFORM MATCH-ERASE-REPORT
           END-EVALUATE
           PERFORM SCAN-ERASE-BARE-PARTS
           MOVE 'Y' TO WS-ERA-ALL-FOUND
           PERFORM VARYING WS-ERA-PART-IDX FROM 1 BY 1
                   UNTIL WS-ERA-PART-IDX > WS-ERA-PART-COUNT
               IF WS-ERA-PART-FOUND(WS-ERA-PART-IDX) = 'N'
                   MOVE 'N' TO WS-ERA-ALL-FOUND
               END-IF
           END-PERFORM
           IF WS-ERA-ALL-FOUND = 'Y'
               MOVE 'Y' TO WS-ERA-UNIT-HIT
               IF WS-ERA-HIT-COUNT < 2000
                   ADD 1 TO WS-ERA-HIT-COUNT
                   MOVE WS-ERA-UNIT-NO
                       TO WS-ERA-HIT-UNIT(WS-ERA-HIT-COUNT)
               ELSE
                   MOVE 'Y' TO WS-ERA-HIT-CAPPED
               END-IF
           END-IF.

      *> A delimited file: the header row places the key columns, and
      *> each data row of the same width has those fields compared. A
      *> row of another width cannot be lined up with the header.
       MATCH-ERASE-DELIMITED.
           MOVE WS-ERA-LINE TO CSV-RECORD
           PERFORM PARSE-DELIMITED-FIELDS
           IF WS-ERA-UNIT-NO = 1
               PERFORM MARK-ERASE-UNIT-KEYED
               PERFORM RESOLVE-ERASE-HEADER
           ELSE
               IF ERASE-LAYOUT-KNOWN
                       AND WS-PARSE-FIELD-COUNT = WS-ERA-HDR-COUNT
                   PERFORM COMPARE-ERASE-COLUMNS
               END-IF
           END-IF.

      *> A reject log line: the row, with the reject reason and source
      *> taken off, is parsed with its input's delimiter and compared
      *> by its input's header. A line from before sources were logged
      *> is taken to come from the only input, when there is one.
       MATCH-ERASE-REJECT.
           MOVE WS-ERA-LINE TO WS-RWK-LINE
           PERFORM STRIP-REJECT-SUFFIX
           MOVE 0 TO WS-ERA-SRC-IDX
           IF WS-REJECT-SOURCE = SPACES
               IF WS-ERA-SRC-COUNT = 1
                   MOVE 1 TO WS-ERA-SRC-IDX
               END-IF
           ELSE
               PERFORM VARYING WS-ERA-POS-IDX FROM 1 BY 1
                       UNTIL WS-ERA-POS-IDX > WS-ERA-SRC-COUNT
                           OR WS-ERA-SRC-IDX > 0
                   IF WS-ERA-SRC-NAME(WS-ERA-POS-IDX) = WS-REJECT-SOURCE
                       MOVE WS-ERA-POS-IDX TO WS-ERA-SRC-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ERA-SRC-IDX > 0
               IF WS-ERA-SRC-LAYOUT(WS-ERA-SRC-IDX) = 'Y'
                   MOVE WS-ERA-SRC-DELIM(WS-ERA-SRC-IDX)
                       TO WS-FILE-DELIM-NAME
                   PERFORM SET-ACTIVE-DELIMITER
                   PERFORM PARSE-DELIMITED-FIELDS
                   IF WS-PARSE-FIELD-COUNT =
                           WS-ERA-SRC-HDR-COUNT(WS-ERA-SRC-IDX)
                       MOVE WS-ERA-SRC-HDR-COUNT(WS-ERA-SRC-IDX)
                           TO WS-ERA-HDR-COUNT
                       MOVE WS-ERA-SRC-MAP(WS-ERA-SRC-IDX)
                           TO WS-ERA-POS-TABLE
                       PERFORM COMPARE-ERASE-COLUMNS
                   END-IF
               END-IF
           END-IF.

      *> A duplicate log line names the key its row was taken for, in
      *> the quotes after ' ~ duplicate key '; that settles the line.
       MATCH-ERASE-DUPLICATE.
           MOVE 0 TO WS-ERA-MARK-AT
           IF WS-ERA-LINE-LEN > 18
               PERFORM VARYING WS-ERA-SCAN-POS FROM 1 BY 1
                       UNTIL WS-ERA-SCAN-POS > WS-ERA-LINE-LEN - 17
                   IF WS-ERA-LINE(WS-ERA-SCAN-POS:18) =
                           ' ~ duplicate key "'
                       MOVE WS-ERA-SCAN-POS TO WS-ERA-MARK-AT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ERA-MARK-AT > 0
               PERFORM MARK-ERASE-UNIT-KEYED
               COMPUTE WS-ERA-VAL-FROM = WS-ERA-MARK-AT + 18
               MOVE 0 TO WS-ERA-VALUE-LEN
               IF WS-ERA-LINE-LEN >= WS-ERA-VAL-FROM + 29
                       AND WS-ERA-LINE(WS-ERA-LINE-LEN - 28:29) =
                           '" kept (last occurrence wins)'
                   COMPUTE WS-ERA-VALUE-LEN =
                       WS-ERA-LINE-LEN - 29 - WS-ERA-VAL-FROM + 1
               ELSE
                   IF WS-ERA-LINE-LEN > WS-ERA-VAL-FROM
                           AND WS-ERA-LINE(WS-ERA-LINE-LEN:1) = '"'
                       COMPUTE WS-ERA-VALUE-LEN =
                           WS-ERA-LINE-LEN - 1 - WS-ERA-VAL-FROM + 1
                   END-IF
               END-IF
               PERFORM TAKE-ERASE-VALUE
               MOVE 6 TO WS-ERA-NAME-PART
               PERFORM COMPARE-ERASE-VALUE
           END-IF.

      *> A JSON member line, "name": value - a quoted string, a bare
      *> number, or null for an empty value.
       MATCH-ERASE-JSON.
           IF WS-ERA-LINE(1:1) = '"'
               MOVE 1 TO WS-ERA-MARK-FROM
               MOVE '": ' TO WS-ERA-MARK
               MOVE 3 TO WS-ERA-MARK-LEN
               PERFORM FIND-ERASE-MARK
               IF WS-ERA-MARK-AT > 2
                   MOVE SPACES TO WS-ERA-NAME
                   MOVE WS-ERA-LINE(2:WS-ERA-MARK-AT - 2) TO WS-ERA-NAME
                   PERFORM FIND-ERASE-KEY-NAME
                   IF WS-ERA-NAME-PART > 0
                       COMPUTE WS-ERA-VAL-FROM = WS-ERA-MARK-AT + 3
                       MOVE 0 TO WS-ERA-VALUE-LEN
                       IF WS-ERA-VAL-FROM <= WS-ERA-LINE-LEN
                           IF WS-ERA-LINE(WS-ERA-VAL-FROM:1) = '"'
                                   AND WS-ERA-LINE-LEN > WS-ERA-VAL-FROM
                                   AND WS-ERA-LINE(WS-ERA-LINE-LEN:1)
                                       = '"'
                               ADD 1 TO WS-ERA-VAL-FROM
                               COMPUTE WS-ERA-VALUE-LEN =
                                   WS-ERA-LINE-LEN - WS-ERA-VAL-FROM
                           ELSE
                               IF WS-ERA-LINE(WS-ERA-VAL-FROM:4) NOT =
                                       'null'
                                       OR WS-ERA-LINE-LEN NOT =
                                           WS-ERA-VAL-FROM + 3
                                   COMPUTE WS-ERA-VALUE-LEN =
                                       WS-ERA-LINE-LEN
                                       - WS-ERA-VAL-FROM + 1
                               END-IF
                           END-IF
                       END-IF
                       PERFORM TAKE-ERASE-VALUE
                       PERFORM COMPARE-ERASE-VALUE
                   END-IF
               END-IF
           END-IF.

      *> An XML element line, <name>value</name>.
       MATCH-ERASE-XML.
           IF WS-ERA-LINE(1:1) = '<' AND WS-ERA-LINE(2:1) NOT = '/'
               MOVE 1 TO WS-ERA-MARK-FROM
               MOVE '>' TO WS-ERA-MARK
               MOVE 1 TO WS-ERA-MARK-LEN
               PERFORM FIND-ERASE-MARK
               MOVE WS-ERA-MARK-AT TO WS-ERA-MARK-END
               IF WS-ERA-MARK-END > 2
                   MOVE SPACES TO WS-ERA-NAME
                   MOVE WS-ERA-LINE(2:WS-ERA-MARK-END - 2) TO WS-ERA-NAME
                   PERFORM FIND-ERASE-KEY-NAME
                   IF WS-ERA-NAME-PART > 0
                       COMPUTE WS-ERA-MARK-FROM = WS-ERA-MARK-END + 1
                       MOVE '</' TO WS-ERA-MARK
                       MOVE 2 TO WS-ERA-MARK-LEN
                       PERFORM FIND-ERASE-MARK
                       IF WS-ERA-MARK-AT > 0
                           COMPUTE WS-ERA-VAL-FROM = WS-ERA-MARK-END + 1
                           COMPUTE WS-ERA-VALUE-LEN =
                               WS-ERA-MARK-AT - WS-ERA-MARK-END - 1
                           PERFORM TAKE-ERASE-VALUE
                           PERFORM COMPARE-ERASE-VALUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> A vCard property line, NAME:value. The converter writes the
      *> name, phone and address columns as FN, TEL and ADR, and a
      *> re-key's old key as X-PREVIOUS-KEY.
       MATCH-ERASE-VCARD.
           MOVE 1 TO WS-ERA-MARK-FROM
           MOVE ':' TO WS-ERA-MARK
           MOVE 1 TO WS-ERA-MARK-LEN
           PERFORM FIND-ERASE-MARK
           IF WS-ERA-MARK-AT > 1
               MOVE SPACES TO WS-ERA-NAME
               MOVE WS-ERA-LINE(1:WS-ERA-MARK-AT - 1) TO WS-ERA-NAME
               EVALUATE WS-ERA-NAME
                   WHEN 'FN'
                       MOVE 'name' TO WS-ERA-NAME
                   WHEN 'TEL'
                       MOVE 'phone' TO WS-ERA-NAME
                   WHEN 'ADR'
                       MOVE 'address' TO WS-ERA-NAME
                   WHEN 'X-PREVIOUS-KEY'
                       MOVE 'previous_key' TO WS-ERA-NAME
               END-EVALUATE
               PERFORM FIND-ERASE-KEY-NAME
               IF WS-ERA-NAME-PART > 0
                   COMPUTE WS-ERA-VAL-FROM = WS-ERA-MARK-AT + 1
                   COMPUTE WS-ERA-VALUE-LEN =
                       WS-ERA-LINE-LEN - WS-ERA-MARK-AT
                   PERFORM TAKE-ERASE-VALUE
                   PERFORM COMPARE-ERASE-VALUE
               END-IF
           END-IF.

      *> An SQL statement: an INSERT's first line lists its columns
      *> and its second their values in the same order; an UPDATE's
      *> SET line and any WHERE line pair each column with its value.
       MATCH-ERASE-SQL.
           EVALUATE TRUE
               WHEN WS-ERA-IS-START = 'Y'
                   MOVE WS-ERA-LINE(1:1) TO WS-ERA-SQL-VERB
                   IF WS-ERA-SQL-VERB = 'I'
                       PERFORM LIST-ERASE-SQL-COLUMNS
                   END-IF
               WHEN WS-ERA-IN-BLOCK = 'N'
                   CONTINUE
               WHEN WS-ERA-LINE(1:6) = 'WHERE '
                   MOVE 7 TO WS-ERA-SQL-POS
                   MOVE ' AND ' TO WS-ERA-SQL-SEP
                   MOVE 5 TO WS-ERA-SQL-SEP-LEN
                   PERFORM SCAN-ERASE-SQL-PAIRS
               WHEN WS-ERA-SQL-VERB = 'U'
                   MOVE 1 TO WS-ERA-SQL-POS
                   MOVE ', ' TO WS-ERA-SQL-SEP
                   MOVE 2 TO WS-ERA-SQL-SEP-LEN
                   PERFORM SCAN-ERASE-SQL-PAIRS
               WHEN WS-ERA-SQL-VERB = 'I'
                   PERFORM SCAN-ERASE-SQL-VALUES
           END-EVALUATE.

      *> Places the key columns in an INSERT's column list,
      *> INSERT INTO table (c1, c2, ...) VALUES (.
       LIST-ERASE-SQL-COLUMNS.
           MOVE ZEROS TO WS-ERA-POS-TABLE
           MOVE 0 TO WS-ERA-HDR-COUNT
           MOVE 1 TO WS-ERA-MARK-FROM
           MOVE '(' TO WS-ERA-MARK
           MOVE 1 TO WS-ERA-MARK-LEN
           PERFORM FIND-ERASE-MARK
           IF WS-ERA-MARK-AT > 0
               COMPUTE WS-ERA-SQL-POS = WS-ERA-MARK-AT + 1
               PERFORM UNTIL WS-ERA-SQL-POS > WS-ERA-LINE-LEN
                       OR WS-ERA-LINE(WS-ERA-SQL-POS:1) = ')'
                   MOVE WS-ERA-SQL-POS TO WS-ERA-VAL-FROM
                   PERFORM UNTIL WS-ERA-SQL-POS > WS-ERA-LINE-LEN
                           OR WS-ERA-LINE(WS-ERA-SQL-POS:1) = ','
                           OR WS-ERA-LINE(WS-ERA-SQL-POS:1) = ')'
                       ADD 1 TO WS-ERA-SQL-POS
                   END-PERFORM
                   IF WS-ERA-HDR-COUNT < 99
                       ADD 1 TO WS-ERA-HDR-COUNT
                   END-IF
                   MOVE SPACES TO WS-ERA-NAME
                   IF WS-ERA-SQL-POS > WS-ERA-VAL-FROM
                       MOVE WS-ERA-LINE(WS-ERA-VAL-FROM:
                           WS-ERA-SQL-POS - WS-ERA-VAL-FROM)
                           TO WS-ERA-NAME
                   END-IF
                   PERFORM FIND-ERASE-KEY-NAME
                   IF WS-ERA-HDR-COUNT <= 50
                       MOVE WS-ERA-NAME-PART
                           TO WS-ERA-POS-PART(WS-ERA-HDR-COUNT)
                   END-IF
                   IF WS-ERA-SQL-POS <= WS-ERA-LINE-LEN
                       IF WS-ERA-LINE(WS-ERA-SQL-POS:1) = ','
                           ADD 2 TO WS-ERA-SQL-POS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *> Compares an INSERT's values line, v1, v2, ...); against the
      *> columns its first line placed.
       SCAN-ERASE-SQL-VALUES.
           MOVE 1 TO WS-ERA-SQL-POS
           MOVE 0 TO WS-ERA-POS-IDX
           PERFORM UNTIL WS-ERA-SQL-POS > WS-ERA-LINE-LEN
               IF WS-ERA-POS-IDX < 99
                   ADD 1 TO WS-ERA-POS-IDX
               END-IF
               PERFORM READ-ERASE-SQL-LITERAL
               IF WS-ERA-POS-IDX <= 50
                   IF WS-ERA-POS-PART(WS-ERA-POS-IDX) > 0
                       MOVE WS-ERA-POS-PART(WS-ERA-POS-IDX)
                           TO WS-ERA-NAME-PART
                       PERFORM COMPARE-ERASE-VALUE
                   END-IF
               END-IF
               IF WS-ERA-SQL-POS < WS-ERA-LINE-LEN
                       AND WS-ERA-LINE(WS-ERA-SQL-POS:2) = ', '
                   ADD 2 TO WS-ERA-SQL-POS
               ELSE
                   COMPUTE WS-ERA-SQL-POS = WS-ERA-LINE-LEN + 1
               END-IF
           END-PERFORM.

      *> Compares the column = value pairs of a SET or WHERE line, from
      *> WS-ERA-SQL-POS, separated by WS-ERA-SQL-SEP. A WHERE clause's
      *> column IS NULL is an empty value.
       SCAN-ERASE-SQL-PAIRS.
           PERFORM UNTIL WS-ERA-SQL-POS > WS-ERA-LINE-LEN
               MOVE WS-ERA-SQL-POS TO WS-ERA-VAL-FROM
               PERFORM UNTIL WS-ERA-SQL-POS > WS-ERA-LINE-LEN
                       OR WS-ERA-LINE(WS-ERA-SQL-POS:1) = SPACE
                   ADD 1 TO WS-ERA-SQL-POS
               END-PERFORM
               MOVE SPACES TO WS-ERA-NAME
               IF WS-ERA-SQL-POS > WS-ERA-VAL-FROM
                   MOVE WS-ERA-LINE(WS-ERA-VAL-FROM:
                       WS-ERA-SQL-POS - WS-ERA-VAL-FROM) TO WS-ERA-NAME
               END-IF
               PERFORM FIND-ERASE-KEY-NAME
               EVALUATE TRUE
                   WHEN WS-ERA-SQL-POS > WS-ERA-LINE-LEN
                       MOVE 0 TO WS-ERA-NAME-PART
                   WHEN WS-ERA-LINE(WS-ERA-SQL-POS:3) = ' = '
                       ADD 3 TO WS-ERA-SQL-POS
                       PERFORM READ-ERASE-SQL-LITERAL
                   WHEN WS-ERA-LINE(WS-ERA-SQL-POS:8) = ' IS NULL'
                       ADD 8 TO WS-ERA-SQL-POS
                       MOVE SPACES TO WS-ERA-VALUE
                       MOVE 0 TO WS-ERA-VALUE-LEN
                   WHEN OTHER
                       MOVE 0 TO WS-ERA-NAME-PART
                       COMPUTE WS-ERA-SQL-POS = WS-ERA-LINE-LEN + 1
               END-EVALUATE
               IF WS-ERA-NAME-PART > 0
                   PERFORM COMPARE-ERASE-VALUE
               END-IF
               IF WS-ERA-SQL-POS <= WS-ERA-LINE-LEN
                       AND WS-ERA-LINE(WS-ERA-SQL-POS:WS-ERA-SQL-SEP-LEN)
                           = WS-ERA-SQL-SEP(1:WS-ERA-SQL-SEP-LEN)
                   ADD WS-ERA-SQL-SEP-LEN TO WS-ERA-SQL-POS
               ELSE
                   COMPUTE WS-ERA-SQL-POS = WS-ERA-LINE-LEN + 1
               END-IF
           END-PERFORM.

      *> Reads the SQL literal at WS-ERA-SQL-POS into WS-ERA-VALUE and
      *> steps past it: a quoted string's text, quotes still doubled
      *> as the key's SQL form has them, or a bare value up to the
      *> next comma, parenthesis, semicolon or AND. NULL is empty.
       READ-ERASE-SQL-LITERAL.
           MOVE SPACES TO WS-ERA-VALUE
           MOVE 0 TO WS-ERA-VALUE-LEN
           IF WS-ERA-LINE(WS-ERA-SQL-POS:1) = "'"
               ADD 1 TO WS-ERA-SQL-POS
               MOVE WS-ERA-SQL-POS TO WS-ERA-VAL-FROM
               MOVE 'N' TO WS-ERA-SQL-DONE
               PERFORM UNTIL WS-ERA-SQL-POS > WS-ERA-LINE-LEN
                       OR WS-ERA-SQL-DONE = 'Y'
                   IF WS-ERA-LINE(WS-ERA-SQL-POS:1) = "'"
                       IF WS-ERA-SQL-POS < WS-ERA-LINE-LEN
                               AND WS-ERA-LINE(WS-ERA-SQL-POS + 1:1)
                                   = "'"
                           ADD 2 TO WS-ERA-SQL-POS
                       ELSE
                           MOVE 'Y' TO WS-ERA-SQL-DONE
                       END-IF
                   ELSE
                       ADD 1 TO WS-ERA-SQL-POS
                   END-IF
               END-PERFORM
               COMPUTE WS-ERA-VALUE-LEN =
                   WS-ERA-SQL-POS - WS-ERA-VAL-FROM
               PERFORM TAKE-ERASE-VALUE
               ADD 1 TO WS-ERA-SQL-POS
           ELSE
               MOVE WS-ERA-SQL-POS TO WS-ERA-VAL-FROM
               PERFORM UNTIL WS-ERA-SQL-POS > WS-ERA-LINE-LEN
                       OR WS-ERA-LINE(WS-ERA-SQL-POS:1) = ','
                       OR WS-ERA-LINE(WS-ERA-SQL-POS:1) = ')'
                       OR WS-ERA-LINE(WS-ERA-SQL-POS:1) = ';'
                       OR WS-ERA-LINE(WS-ERA-SQL-POS:5) = ' AND '
                   ADD 1 TO WS-ERA-SQL-POS
               END-PERFORM
               COMPUTE WS-ERA-VALUE-LEN =
                   WS-ERA-SQL-POS - WS-ERA-VAL-FROM
               PERFORM TAKE-ERASE-VALUE
               IF WS-ERA-VALUE-LEN = 4 AND WS-ERA-VALUE(1:4) = 'NULL'
                   MOVE SPACES TO WS-ERA-VALUE
                   MOVE 0 TO WS-ERA-VALUE-LEN
               END-IF
           END-IF.

      *> A master dump section opens with 'Key: ' and the stored key,
      *> which settles the whole section.
       MATCH-ERASE-REPORT.
           IF WS-ERA-LINE(1:5) = 'Key: '
               PERFORM MARK-ERASE-UNIT-KEYED
               MOVE 6 TO WS-ERA-VAL-FROM
               MOVE 0 TO WS-ERA-VALUE-LEN
               IF WS-ERA-LINE-LEN > 5
                   COMPUTE WS-ERA-VALUE-LEN = WS-ERA-LINE-LEN - 5
               END-IF
               PERFORM TAKE-ERASE-VALUE
               MOVE 6 TO WS-ERA-NAME-PART
               PERFORM COMPARE-ERASE-VALUE
           END-IF.

      *> Places the key columns on a header row just parsed into
      *> WS-PARSE-FIELD (see WS-ERA-POS-TABLE).
       RESOLVE-ERASE-HEADER.
           MOVE WS-PARSE-FIELD-COUNT TO WS-ERA-HDR-COUNT
           MOVE ZEROS TO WS-ERA-POS-TABLE
           MOVE 'N' TO WS-ERA-LAYOUT
           MOVE WS-ERA-HDR-COUNT TO WS-ERA-POS-LIMIT
           IF WS-ERA-POS-LIMIT > 50
               MOVE 50 TO WS-ERA-POS-LIMIT
           END-IF
           PERFORM VARYING WS-ERA-POS-IDX FROM 1 BY 1
                   UNTIL WS-ERA-POS-IDX > WS-ERA-POS-LIMIT
               MOVE WS-PARSE-FIELD(WS-ERA-POS-IDX) TO WS-ERA-NAME
               PERFORM FIND-ERASE-KEY-NAME
               MOVE WS-ERA-NAME-PART TO WS-ERA-POS-PART(WS-ERA-POS-IDX)
               IF WS-ERA-NAME-PART > 0
                   MOVE 'Y' TO WS-ERA-LAYOUT
               END-IF
           END-PERFORM.

      *> Compares the parsed row's key-column fields.
       COMPARE-ERASE-COLUMNS.
           MOVE WS-ERA-HDR-COUNT TO WS-ERA-POS-LIMIT
           IF WS-ERA-POS-LIMIT > 50
               MOVE 50 TO WS-ERA-POS-LIMIT
           END-IF
           PERFORM VARYING WS-ERA-POS-IDX FROM 1 BY 1
                   UNTIL WS-ERA-POS-IDX > WS-ERA-POS-LIMIT
               IF WS-ERA-POS-PART(WS-ERA-POS-IDX) > 0
                   MOVE WS-ERA-POS-PART(WS-ERA-POS-IDX)
                       TO WS-ERA-NAME-PART
                   MOVE WS-PARSE-FIELD(WS-ERA-POS-IDX) TO WS-ERA-VALUE
                   MOVE 1000 TO WS-ERA-VALUE-LEN
                   PERFORM COMPARE-ERASE-VALUE
               END-IF
           END-PERFORM.

      *> Moves WS-ERA-VALUE-LEN bytes of the line from WS-ERA-VAL-FROM
      *> into WS-ERA-VALUE.
       TAKE-ERASE-VALUE.
           MOVE SPACES TO WS-ERA-VALUE
           IF WS-ERA-VALUE-LEN > 1200
               MOVE 1200 TO WS-ERA-VALUE-LEN
           END-IF
           IF WS-ERA-VALUE-LEN > 0
               MOVE WS-ERA-LINE(WS-ERA-VAL-FROM:WS-ERA-VALUE-LEN)
                   TO WS-ERA-VALUE
           END-IF.

      *> Compares WS-ERA-VALUE, trailing blanks dropped, with the form
      *> of the key part WS-ERA-NAME-PART names. A part's column being
      *> there at all makes the part KEYED; the whole key (a previous
      *> key, a duplicate's or a dump's key) only counts when equal.
       COMPARE-ERASE-VALUE.
           PERFORM UNTIL WS-ERA-VALUE-LEN = 0
                     OR WS-ERA-VALUE(WS-ERA-VALUE-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-ERA-VALUE-LEN
           END-PERFORM
           IF WS-ERA-RAW = 'Y'
               PERFORM NORMALIZE-ERASE-VALUE
           END-IF
           EVALUATE TRUE
               WHEN WS-ERA-NAME-PART = 6
                   IF WS-ERA-VALUE-LEN > 0
                           AND WS-ERA-VALUE-LEN = WS-ERA-FORM-LEN(6)
                       IF WS-ERA-VALUE(1:WS-ERA-VALUE-LEN) =
                               WS-ERA-FORM-TEXT(6)(1:WS-ERA-VALUE-LEN)
                           PERFORM SET-ERASE-KEY-FOUND
                       END-IF
                   END-IF
               WHEN WS-ERA-NAME-PART > 0
                       AND WS-ERA-NAME-PART <= WS-ERA-PART-COUNT
                   MOVE WS-ERA-NAME-PART TO WS-ERA-PART-IDX
                   IF WS-ERA-PART-FORM-OK(WS-ERA-PART-IDX) = 'Y'
                       MOVE 'Y' TO WS-ERA-PART-KEYED(WS-ERA-PART-IDX)
                   END-IF
                   MOVE 'N' TO WS-ERA-TOKEN-OK
                   IF WS-ERA-VALUE-LEN = WS-ERA-FORM-LEN(WS-ERA-PART-IDX)
                       IF WS-ERA-VALUE-LEN = 0
                           MOVE 'Y' TO WS-ERA-TOKEN-OK
                       ELSE
                           IF WS-ERA-VALUE(1:WS-ERA-VALUE-LEN) =
                                   WS-ERA-FORM-TEXT(WS-ERA-PART-IDX)
                                       (1:WS-ERA-VALUE-LEN)
                               MOVE 'Y' TO WS-ERA-TOKEN-OK
                           END-IF
                       END-IF
                   END-IF
                   IF WS-ERA-TOKEN-OK = 'Y'
                       IF WS-ERA-PART-FORM-OK(WS-ERA-PART-IDX) = 'Y'
                           MOVE 'Y' TO WS-ERA-PART-FOUND(WS-ERA-PART-IDX)
                       ELSE
                           MOVE 'Y' TO WS-ERA-PART-SEEN(WS-ERA-PART-IDX)
                       END-IF
                   END-IF
           END-EVALUATE.

      *> The whole key matched: every part is found.
       SET-ERASE-KEY-FOUND.
           PERFORM VARYING WS-ERA-PART-IDX FROM 1 BY 1
                   UNTIL WS-ERA-PART-IDX > WS-ERA-PART-COUNT
               MOVE 'Y' TO WS-ERA-PART-KEYED(WS-ERA-PART-IDX)
               MOVE 'Y' TO WS-ERA-PART-FOUND(WS-ERA-PART-IDX)
           END-PERFORM.

      *> The unit names its key outright - a header row, a duplicate's
      *> key, a dump's 'Key: ' line - so nothing in it is left to
      *> review.
       MARK-ERASE-UNIT-KEYED.
           PERFORM VARYING WS-ERA-PART-IDX FROM 1 BY 1
                   UNTIL WS-ERA-PART-IDX > WS-ERA-PART-COUNT
               MOVE 'Y' TO WS-ERA-PART-KEYED(WS-ERA-PART-IDX)
           END-PERFORM.

      *> Scans the line for each key part that has no column in the
      *> unit yet and has not been seen, as a bare value.
       SCAN-ERASE-BARE-PARTS.
           PERFORM SET-ERASE-MATCH-FROM
           IF WS-ERA-MATCH-FROM > 0
               PERFORM VARYING WS-ERA-PART-IDX FROM 1 BY 1
                       UNTIL WS-ERA-PART-IDX > WS-ERA-PART-COUNT
                   IF WS-ERA-PART-KEYED(WS-ERA-PART-IDX) = 'N'
                           AND WS-ERA-PART-SEEN(WS-ERA-PART-IDX) = 'N'
                       PERFORM FIND-ERASE-KEY-PART
                   END-IF
               END-PERFORM
           END-IF.

      *> Sets where the line's values start and end, so a key never
      *> matches a column name or markup: after '": ' on a JSON line,
      *> between the tags on an XML line, after ': ' on a report line. A
      *> line with no values - a CSV header, an SQL statement's opening
      *> line of column names, a vCard's fixed lines, a profile's column
      *> headings, JSON and XML punctuation - gets zero and is not
      *> searched.
       SET-ERASE-MATCH-FROM.
           MOVE 1 TO WS-ERA-MATCH-FROM
           MOVE WS-ERA-LINE-LEN TO WS-ERA-MATCH-END
           MOVE 1 TO WS-ERA-MARK-FROM
           EVALUATE WS-ERA-KIND
               WHEN 'C'
                   IF WS-ERA-UNIT-NO = 1
                       MOVE 0 TO WS-ERA-MATCH-FROM
                   END-IF
               WHEN 'Q'
                   IF WS-ERA-IS-START = 'Y'
                       MOVE 0 TO WS-ERA-MATCH-FROM
                   END-IF
               WHEN 'V'
                   IF WS-ERA-LINE(1:6) = 'BEGIN:'
                           OR WS-ERA-LINE(1:4) = 'END:'
                           OR WS-ERA-LINE(1:8) = 'VERSION:'
                           OR WS-ERA-LINE(1:9) = 'X-ACTION:'
                       MOVE 0 TO WS-ERA-MATCH-FROM
                   END-IF
               WHEN 'J'
                   MOVE '": ' TO WS-ERA-MARK
                   MOVE 3 TO WS-ERA-MARK-LEN
                   PERFORM FIND-ERASE-MARK
                   IF WS-ERA-MARK-AT > 0
                       COMPUTE WS-ERA-MATCH-FROM = WS-ERA-MARK-AT + 3
                   ELSE
                       MOVE 0 TO WS-ERA-MATCH-FROM
                   END-IF
               WHEN 'X'
                   MOVE 0 TO WS-ERA-MATCH-FROM
                   IF WS-ERA-LINE(1:1) = '<'
                           AND WS-ERA-LINE(2:1) NOT = '/'
                       MOVE '>' TO WS-ERA-MARK
                       MOVE 1 TO WS-ERA-MARK-LEN
                       PERFORM FIND-ERASE-MARK
                       IF WS-ERA-MARK-AT > 0
                           COMPUTE WS-ERA-MATCH-FROM = WS-ERA-MARK-AT + 1
                           MOVE WS-ERA-MATCH-FROM TO WS-ERA-MARK-FROM
                           MOVE '</' TO WS-ERA-MARK
                           MOVE 2 TO WS-ERA-MARK-LEN
                           PERFORM FIND-ERASE-MARK
                           IF WS-ERA-MARK-AT > 0
                               COMPUTE WS-ERA-MATCH-END =
                                   WS-ERA-MARK-AT - 1
                           END-IF
                       END-IF
                   END-IF
               WHEN 'R'
                   MOVE ': ' TO WS-ERA-MARK
                   MOVE 2 TO WS-ERA-MARK-LEN
                   PERFORM FIND-ERASE-MARK
                   IF WS-ERA-MARK-AT > 0
                       COMPUTE WS-ERA-MATCH-FROM = WS-ERA-MARK-AT + 2
                   END-IF
                   IF WS-ERA-LINE(1:7) = 'Column:'
                           OR WS-ERA-LINE(1:15) = 'Column profile:'
                       MOVE 0 TO WS-ERA-MATCH-FROM
                   END-IF
           END-EVALUATE
           IF WS-ERA-MATCH-FROM > WS-ERA-MATCH-END
               MOVE 0 TO WS-ERA-MATCH-FROM
           END-IF.

      *> Sees one key part on the line as a whole value. The tally is
      *> only a cheap first test; each occurrence is then checked for a
      *> letter or digit either side, so key 12 is not seen in 3124.
       FIND-ERASE-KEY-PART.
           MOVE 0 TO WS-ERA-TALLY
           IF WS-ERA-MATCH-END - WS-ERA-MATCH-FROM + 1
                   >= WS-ERA-PART-LEN(WS-ERA-PART-IDX)
               INSPECT WS-ERA-LINE(WS-ERA-MATCH-FROM:
                       WS-ERA-MATCH-END - WS-ERA-MATCH-FROM + 1)
                   TALLYING WS-ERA-TALLY FOR ALL
                   WS-ERA-PART-VALUE(WS-ERA-PART-IDX)
                       (1:WS-ERA-PART-LEN(WS-ERA-PART-IDX))
           END-IF
           IF WS-ERA-TALLY > 0
               COMPUTE WS-ERA-SCAN-LIMIT = WS-ERA-MATCH-END
                   - WS-ERA-PART-LEN(WS-ERA-PART-IDX) + 1
               PERFORM VARYING WS-ERA-SCAN-POS FROM WS-ERA-MATCH-FROM BY 1
                       UNTIL WS-ERA-SCAN-POS > WS-ERA-SCAN-LIMIT
                           OR WS-ERA-PART-SEEN(WS-ERA-PART-IDX) = 'Y'
                   IF WS-ERA-LINE(WS-ERA-SCAN-POS:
                           WS-ERA-PART-LEN(WS-ERA-PART-IDX)) =
                       WS-ERA-PART-VALUE(WS-ERA-PART-IDX)
                           (1:WS-ERA-PART-LEN(WS-ERA-PART-IDX))
                       PERFORM CHECK-ERASE-TOKEN-EDGES
                   END-IF
               END-PERFORM
           END-IF.

      *> Accepts the occurrence at WS-ERA-SCAN-POS only when neither
      *> neighbour is a letter or digit.
       CHECK-ERASE-TOKEN-EDGES.
           MOVE 'Y' TO WS-ERA-TOKEN-OK
           IF WS-ERA-SCAN-POS > 1
               MOVE WS-ERA-LINE(WS-ERA-SCAN-POS - 1:1) TO WS-ERA-CHAR
               IF ERASE-CHAR-IN-WORD
                   MOVE 'N' TO WS-ERA-TOKEN-OK
               END-IF
           END-IF
           COMPUTE WS-ERA-EDGE-POS = WS-ERA-SCAN-POS
               + WS-ERA-PART-LEN(WS-ERA-PART-IDX)
           IF WS-ERA-EDGE-POS <= WS-ERA-LINE-LEN
               MOVE WS-ERA-LINE(WS-ERA-EDGE-POS:1) TO WS-ERA-CHAR
               IF ERASE-CHAR-IN-WORD
                   MOVE 'N' TO WS-ERA-TOKEN-OK
               END-IF
           END-IF
           IF WS-ERA-TOKEN-OK = 'Y'
               MOVE 'Y' TO WS-ERA-PART-SEEN(WS-ERA-PART-IDX)
           END-IF.

      *> On the second pass, marks a new unit for erasure when it is
      *> the next one the first pass recorded. Units come round in the
      *> same order they were recorded in, so one pointer suffices.
       CHECK-ERASE-UNIT-HIT.
           MOVE 'N' TO WS-ERA-UNIT-ERASED
           IF WS-ERA-HIT-IDX <= WS-ERA-HIT-COUNT
               IF WS-ERA-HIT-UNIT(WS-ERA-HIT-IDX) = WS-ERA-UNIT-NO
                   MOVE 'Y' TO WS-ERA-UNIT-ERASED
                   ADD 1 TO WS-ERA-HIT-IDX
                   ADD 1 TO WS-ERA-FILE-RECORDS
               END-IF
           END-IF.

      *> Writes the current line to the work file: untouched outside an
      *> erased unit, dropped from a line or SQL file, blanked in a
      *> block format.
       WRITE-ERASE-WORK-LINE.
           IF WS-ERA-UNIT-ERASED = 'Y'
               IF NOT ERASE-REMOVES-RECORDS
                   PERFORM BLANK-ERASE-LINE-VALUES
                   WRITE ERASE-WORK-RECORD FROM WS-ERA-LINE
               END-IF
           ELSE
               WRITE ERASE-WORK-RECORD FROM WS-ERA-LINE
           END-IF.

      *> Blanks the values on one line of an erased unit, keeping what
      *> gives the file its shape: a JSON "name": becomes "name": null,
      *> an XML <name>value</name> becomes <name></name>, and a report
      *> line keeps its label, up to ': ', followed by '(erased)'.
       BLANK-ERASE-LINE-VALUES.
           MOVE SPACES TO WS-ERA-OUT-LINE
           MOVE 1 TO WS-ERA-MARK-FROM
           EVALUATE WS-ERA-KIND
               WHEN 'J'
                   MOVE '": ' TO WS-ERA-MARK
                   MOVE 3 TO WS-ERA-MARK-LEN
                   PERFORM FIND-ERASE-MARK
                   IF WS-ERA-MARK-AT > 0
                       STRING WS-ERA-LINE(1:WS-ERA-MARK-AT + 2)
                                  DELIMITED BY SIZE
                              'null' DELIMITED BY SIZE
                           INTO WS-ERA-OUT-LINE
                       END-STRING
                       MOVE WS-ERA-OUT-LINE TO WS-ERA-LINE
                   END-IF
               WHEN 'X'
                   IF WS-ERA-LINE(1:1) = '<'
                           AND WS-ERA-LINE(2:1) NOT = '/'
                       MOVE '>' TO WS-ERA-MARK
                       MOVE 1 TO WS-ERA-MARK-LEN
                       PERFORM FIND-ERASE-MARK
                       MOVE WS-ERA-MARK-AT TO WS-ERA-MARK-END
                       IF WS-ERA-MARK-END > 0
                           COMPUTE WS-ERA-MARK-FROM = WS-ERA-MARK-END + 1
                           MOVE '</' TO WS-ERA-MARK
                           MOVE 2 TO WS-ERA-MARK-LEN
                           PERFORM FIND-ERASE-MARK
                           IF WS-ERA-MARK-AT > WS-ERA-MARK-END + 1
                               STRING WS-ERA-LINE(1:WS-ERA-MARK-END)
                                          DELIMITED BY SIZE
                                      WS-ERA-LINE(WS-ERA-MARK-AT:
                                          WS-ERA-LINE-LEN
                                          - WS-ERA-MARK-AT + 1)
                                          DELIMITED BY SIZE
                                   INTO WS-ERA-OUT-LINE
                               END-STRING
                               MOVE WS-ERA-OUT-LINE TO WS-ERA-LINE
                           END-IF
                       END-IF
                   END-IF
               WHEN 'R'
                   MOVE ': ' TO WS-ERA-MARK
                   MOVE 2 TO WS-ERA-MARK-LEN
                   PERFORM FIND-ERASE-MARK
                   IF WS-ERA-MARK-AT > 0
                       STRING WS-ERA-LINE(1:WS-ERA-MARK-AT + 1)
                                  DELIMITED BY SIZE
                              '(erased)' DELIMITED BY SIZE
                           INTO WS-ERA-OUT-LINE
                       END-STRING
                   ELSE
                       MOVE '(erased)' TO WS-ERA-OUT-LINE
                   END-IF
                   MOVE WS-ERA-OUT-LINE TO WS-ERA-LINE
           END-EVALUATE.

      *> Finds WS-ERA-MARK on the current line at or after
      *> WS-ERA-MARK-FROM; WS-ERA-MARK-AT is zero when it is absent.
       FIND-ERASE-MARK.
           MOVE 0 TO WS-ERA-MARK-AT
           COMPUTE WS-ERA-SCAN-LIMIT =
               WS-ERA-LINE-LEN - WS-ERA-MARK-LEN + 1
           PERFORM VARYING WS-ERA-SCAN-POS FROM WS-ERA-MARK-FROM BY 1
                   UNTIL WS-ERA-SCAN-POS > WS-ERA-SCAN-LIMIT
                       OR WS-ERA-MARK-AT > 0
               IF WS-ERA-LINE(WS-ERA-SCAN-POS:WS-ERA-MARK-LEN) =
                       WS-ERA-MARK(1:WS-ERA-MARK-LEN)
                   MOVE WS-ERA-SCAN-POS TO WS-ERA-MARK-AT
               END-IF
           END-PERFORM.

      *> Blanks the before and after images of every entry for the key
      *> in one day's change journal - and of a REKEY that moved the
      *> contact off it, whose before image still holds it - and marks
      *> the entry ERASED so a backout reports it instead of restoring
      *> nothing over a live key. Journals stay in the run directory -
      *> housekeeping does not archive them.
       ERASE-JOURNAL-FILE.
           MOVE SPACES TO WS-JRN-NAME
           STRING 'journal_' DELIMITED BY SIZE
                  WS-HK-SCAN-DATE DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-JRN-NAME
           END-STRING
           CALL 'CBL_CHECK_FILE_EXIST'
               USING WS-JRN-NAME WS-HK-FILE-INFO
               RETURNING WS-HK-CALL-RC
           END-CALL
           IF WS-HK-CALL-RC = 0
               ADD 1 TO WS-ERA-FILES-SCANNED
               MOVE 0 TO WS-ERA-FILE-RECORDS
               MOVE 'N' TO WS-JRN-EOF
               OPEN INPUT JOURNAL-FILE
               IF WS-JRN-STATUS = '00'
                   OPEN OUTPUT ERASE-WORK-FILE
                   IF WS-ERA-WORK-STATUS NOT = '00'
                       CLOSE JOURNAL-FILE
                       MOVE '99' TO WS-JRN-STATUS
                   ELSE
                       PERFORM UNTIL JOURNAL-FILE-AT-EOF
                           READ JOURNAL-FILE INTO WS-JRN-ENTRY
                               AT END
                                   SET JOURNAL-FILE-AT-EOF TO TRUE
                               NOT AT END
                                   PERFORM MATCH-ERASE-JOURNAL-ENTRY
                                   IF WS-ERA-JRN-MATCH = 'Y'
                                       MOVE 'ERASED' TO WS-JRN-E-ACTION
                                       MOVE 'N' TO WS-JRN-E-BEFORE-FLAG
                                       MOVE SPACES TO WS-JRN-E-BEFORE
                                       MOVE 'N' TO WS-JRN-E-AFTER-FLAG
                                       MOVE SPACES TO WS-JRN-E-AFTER
                                       ADD 1 TO WS-ERA-FILE-RECORDS
                                   END-IF
                                   WRITE ERASE-WORK-RECORD
                                       FROM WS-JRN-ENTRY
                           END-READ
                       END-PERFORM
                       CLOSE JOURNAL-FILE
                       CLOSE ERASE-WORK-FILE
                       IF WS-ERA-FILE-RECORDS > 0
                           PERFORM COPY-BACK-ERASED-JOURNAL
                       ELSE
                           MOVE 'erase.tmp' TO WS-ARCH-IN-NAME
                           CALL 'CBL_DELETE_FILE'
                               USING WS-ARCH-IN-NAME
                               RETURNING WS-HK-CALL-RC
                           END-CALL
                       END-IF
                   END-IF
               END-IF
               IF WS-JRN-STATUS NOT = '00'
                       AND WS-JRN-STATUS NOT = '10'
                   DISPLAY "Warning: cannot scrub " WS-JRN-NAME
                       " (status " WS-JRN-STATUS ")"
                   MOVE 'FAILED' TO WS-MAINT-RESULT
                   MOVE 8 TO WS-RC-CANDIDATE
                   PERFORM RAISE-RETURN-CODE
                   MOVE SPACES TO WS-CMD-LINE
                   STRING 'NOT SCRUBBED (status ' DELIMITED BY SIZE
                          WS-JRN-STATUS DELIMITED BY SIZE
                          ')  ' DELIMITED BY SIZE
                          WS-JRN-NAME DELIMITED BY SPACE
                       INTO WS-CMD-LINE
                   END-STRING
                   PERFORM WRITE-MAINT-REPORT-LINE
               END-IF
           END-IF.

      *> Decides whether one journal entry holds the contact: any entry
      *> filed under the key, or a REKEY whose before image - the
      *> record as it stood under its old key - carries the key.
       MATCH-ERASE-JOURNAL-ENTRY.
           MOVE 'N' TO WS-ERA-JRN-MATCH
           IF WS-JRN-E-ACTION NOT = 'ERASED'
               IF WS-JRN-E-KEY = WS-CMD-ARG
                   MOVE 'Y' TO WS-ERA-JRN-MATCH
                   IF WS-JRN-E-ACTION = 'REKEY'
                       PERFORM NOTE-ERASE-REKEYED-FROM
                   END-IF
               ELSE
                   IF WS-JRN-E-ACTION = 'REKEY'
                       MOVE WS-JRN-E-BEFORE TO WS-JRN-CMP-RECORD
                       IF WS-JRN-CMP-KEY = WS-CMD-ARG
                           MOVE 'Y' TO WS-ERA-JRN-MATCH
                           PERFORM NOTE-ERASE-REKEYED-TO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> A REKEY entry means the contact was moved here from another
      *> key, and its older history sits under that key where this
      *> ERASE does not reach. The key is named on the certificate,
      *> with a warning, so it can be erased in turn.
       NOTE-ERASE-REKEYED-FROM.
           MOVE WS-JRN-E-BEFORE TO WS-JRN-CMP-RECORD
           DISPLAY "Warning: contact was re-keyed from "
               WS-JRN-CMP-KEY(1:60) ", erase that key as well"
           MOVE 4 TO WS-RC-CANDIDATE
           PERFORM RAISE-RETURN-CODE
           MOVE SPACES TO WS-CMD-LINE
           STRING 'RE-KEYED FROM ' DELIMITED BY SIZE
                  WS-JRN-CMP-KEY DELIMITED BY '  '
                  '  - erase that key as well' DELIMITED BY SIZE
               INTO WS-CMD-LINE
           END-STRING
           PERFORM WRITE-MAINT-REPORT-LINE.

      *> A REKEY entry whose before image holds the key means the
      *> contact was moved off it: the master's "key not on file" does
      *> not mean the contact is gone, because it lives on under the
      *> new key. That key is named on the certificate, with a warning,
      *> so it can be erased in turn.
       NOTE-ERASE-REKEYED-TO.
           DISPLAY "Warning: contact was re-keyed to "
               WS-JRN-E-KEY(1:60) ", erase that key as well"
           MOVE 4 TO WS-RC-CANDIDATE
           PERFORM RAISE-RETURN-CODE
           MOVE SPACES TO WS-CMD-LINE
           STRING 'RE-KEYED TO ' DELIMITED BY SIZE
                  WS-JRN-E-KEY DELIMITED BY '  '
                  '  - erase that key as well' DELIMITED BY SIZE
               INTO WS-CMD-LINE
           END-STRING
           PERFORM WRITE-MAINT-REPORT-LINE.

      *> Copies the scrubbed journal back over the original. If the
      *> journal cannot be rewritten the scrubbed copy is left in
      *> erase.tmp and the certificate says so.
       COPY-BACK-ERASED-JOURNAL.
           MOVE 'N' TO WS-ERA-EOF
           OPEN INPUT ERASE-WORK-FILE
           OPEN OUTPUT JOURNAL-FILE
           IF WS-ERA-WORK-STATUS = '00' AND WS-JRN-STATUS = '00'
               PERFORM UNTIL ERASE-SCAN-AT-EOF
                   READ ERASE-WORK-FILE INTO WS-JRN-ENTRY
                       AT END
                           SET ERASE-SCAN-AT-EOF TO TRUE
                       NOT AT END
                           WRITE JOURNAL-RECORD FROM WS-JRN-ENTRY
                   END-READ
               END-PERFORM
               CLOSE ERASE-WORK-FILE
               CLOSE JOURNAL-FILE
               MOVE 'erase.tmp' TO WS-ARCH-IN-NAME
               CALL 'CBL_DELETE_FILE'
                   USING WS-ARCH-IN-NAME
                   RETURNING WS-HK-CALL-RC
               END-CALL
               ADD 1 TO WS-ERA-FILES-TOUCHED
               ADD WS-ERA-FILE-RECORDS TO WS-ERA-JRN-ENTRIES
               MOVE SPACES TO WS-CMD-LINE
               STRING 'Blanked ' DELIMITED BY SIZE
                      WS-ERA-FILE-RECORDS DELIMITED BY SIZE
                      ' journal entry(ies) in ' DELIMITED BY SIZE
                      WS-JRN-NAME DELIMITED BY SPACE
                   INTO WS-CMD-LINE
               END-STRING
               PERFORM WRITE-MAINT-REPORT-LINE
           ELSE
               IF WS-ERA-WORK-STATUS = '00'
                   CLOSE ERASE-WORK-FILE
               END-IF
               IF WS-JRN-STATUS = '00'
                   CLOSE JOURNAL-FILE
               END-IF
               DISPLAY "Warning: cannot rewrite " WS-JRN-NAME
                   ", scrubbed copy left in erase.tmp"
               MOVE 'FAILED' TO WS-MAINT-RESULT
               MOVE 8 TO WS-RC-CANDIDATE
               PERFORM RAISE-RETURN-CODE
               MOVE SPACES TO WS-CMD-LINE
               STRING 'NOT REWRITTEN  ' DELIMITED BY SIZE
                      WS-JRN-NAME DELIMITED BY SPACE
                      ' (scrubbed copy in erase.tmp)' DELIMITED BY SIZE
                   INTO WS-CMD-LINE
               END-STRING
               PERFORM WRITE-MAINT-REPORT-LINE
           END-IF.

      *> Sends one built report line wherever the current command
                  WS-MAINT-RESULT DELIMITED BY SPACE
               INTO WS-AUDIT-LINE
           END-STRING
           PERFORM APPEND-AUDIT-LINE.

      *> Drives a housekeeping run: rolls the work files the next
      *> conversion would clobber, archives dated files past the
                   INTO WS-HK-FILE-NAME
               END-STRING
               PERFORM ARCHIVE-IF-PRESENT
               MOVE SPACES TO WS-HK-FILE-NAME
               STRING 'output_golden_' DELIMITED BY SIZE
                      WS-HK-SCAN-DATE DELIMITED BY SIZE
                      WS-HK-EXT(WS-HK-EXT-IDX) DELIMITED BY SPACE
                   INTO WS-HK-FILE-NAME
               END-STRING
               PERFORM ARCHIVE-IF-PRESENT
               MOVE SPACES TO WS-HK-FILE-NAME
               STRING 'output_recon_' DELIMITED BY SIZE
                      WS-HK-SCAN-DATE DELIMITED BY SIZE
                      WS-HK-EXT(WS-HK-EXT-IDX) DELIMITED BY SPACE
                   INTO WS-HK-FILE-NAME
               END-STRING
               PERFORM ARCHIVE-IF-PRESENT
               PERFORM VARYING WS-OPF-IDX FROM 1 BY 1
                       UNTIL WS-OPF-IDX > WS-OPF-COUNT
                   MOVE SPACES TO WS-HK-FILE-NAME
                   STRING 'output_' DELIMITED BY SIZE
                          WS-OPF-NAME(WS-OPF-IDX) DELIMITED BY SPACE
                          '_' DELIMITED BY SIZE
                          WS-HK-SCAN-DATE DELIMITED BY SIZE
                          WS-HK-EXT(WS-HK-EXT-IDX) DELIMITED BY SPACE
                       INTO WS-HK-FILE-NAME
                   END-STRING
                   PERFORM ARCHIVE-IF-PRESENT
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO WS-HK-FILE-NAME
           STRING 'profile_' DELIMITED BY SIZE
           END-STRING
           PERFORM ARCHIVE-IF-PRESENT
           MOVE SPACES TO WS-HK-FILE-NAME
           STRING 'manifest_' DELIMITED BY SIZE
                  WS-HK-SCAN-DATE DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-HK-FILE-NAME
           END-STRING
           PERFORM ARCHIVE-IF-PRESENT
           MOVE SPACES TO WS-HK-FILE-NAME
           STRING 'manifest_rework_' DELIMITED BY SIZE
                  WS-HK-SCAN-DATE DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-HK-FILE-NAME
           END-STRING
           PERFORM ARCHIVE-IF-PRESENT
           MOVE SPACES TO WS-HK-FILE-NAME
           STRING 'manifest_golden_' DELIMITED BY SIZE
                  WS-HK-SCAN-DATE DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-HK-FILE-NAME
           END-STRING
           PERFORM ARCHIVE-IF-PRESENT
           MOVE SPACES TO WS-HK-FILE-NAME
           STRING 'manifest_recon_' DELIMITED BY SIZE
                  WS-HK-SCAN-DATE DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-HK-FILE-NAME
           END-STRING
           PERFORM ARCHIVE-IF-PRESENT
           MOVE SPACES TO WS-HK-FILE-NAME
           STRING 'reconcile_' DELIMITED BY SIZE
                  WS-HK-SCAN-DATE DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
               INTO WS-HK-FILE-NAME
           END-STRING
           PERFORM ARCHIVE-IF-PRESENT
           MOVE SPACES TO WS-HK-FILE-NAME
           STRING 'erase_' DELIMITED BY SIZE
                  WS-HK-SCAN-DATE DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
               INTO WS-HK-FILE-NAME
           END-STRING
           PERFORM ARCHIVE-IF-PRESENT
           MOVE SPACES TO WS-HK-FILE-NAME
           STRING 'rejects_' DELIMITED BY SIZE
                  WS-HK-SCAN-DATE DELIMITED BY SIZE
                  '.rpt' DELIMITED BY SIZE
               INTO WS-HK-FILE-NAME
           END-STRING
           PERFORM ARCHIVE-IF-PRESENT
           MOVE SPACES TO WS-HK-FILE-NAME
           STRING 'reject_' DELIMITED BY SIZE
                  WS-HK-SCAN-DATE DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
                           INTO WS-HK-FILE-NAME
                       END-STRING
                       PERFORM ARCHIVE-IF-PRESENT
                       PERFORM VARYING WS-OPF-IDX FROM 1 BY 1
                               UNTIL WS-OPF-IDX > WS-OPF-COUNT
                           MOVE SPACES TO WS-HK-FILE-NAME
                           STRING 'output_' DELIMITED BY SIZE
                                  WS-OPF-NAME(WS-OPF-IDX)
                                      DELIMITED BY SPACE
                                  '_' DELIMITED BY SIZE
                                  WS-INFILE-TAG DELIMITED BY SPACE
                                  '_' DELIMITED BY SIZE
                                  WS-HK-SCAN-DATE DELIMITED BY SIZE
                                  WS-HK-EXT(WS-HK-EXT-IDX)
                                      DELIMITED BY SPACE
                               INTO WS-HK-FILE-NAME
                           END-STRING
                           PERFORM ARCHIVE-IF-PRESENT
                       END-PERFORM
                   END-PERFORM
                   MOVE SPACES TO WS-HK-FILE-NAME
                   STRING 'profile_' DELIMITED BY SIZE
               END-IF
           END-IF.

      *> Probes one candidate name and archives it if present -
      *> or, during an ERASE sweep, scrubs the contact from it, both
      *> where it stands and under the archive path.
       ARCHIVE-IF-PRESENT.
           IF ERASE-SWEEP-ACTIVE
               PERFORM ERASE-IF-PRESENT
           ELSE
               CALL 'CBL_CHECK_FILE_EXIST'
                   USING WS-HK-FILE-NAME WS-HK-FILE-INFO
                   RETURNING WS-HK-CALL-RC
               END-CALL
               IF WS-HK-CALL-RC = 0
                   PERFORM ARCHIVE-THIS-FILE
               END-IF
           END-IF.

      *> Copies WS-HK-FILE-NAME under the archive path and removes
                  'COMPLETE' DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           END-STRING
           PERFORM APPEND-AUDIT-LINE.

      *> Drives a BACKOUT= run: selects the journal entries of one run
      *> (BACKOUT=RUN=yyyymmddhhmmss) or one input file
      *> (BACKOUT=FILE=name) from the chosen day's journal, sorts them
      *> newest first, and undoes each against the contacts master -
      *> an ADD is deleted, a CHANGE rewritten to its before image, a
      *> DELETE written back. Each entry's outcome is listed on the
      *> dated backout report and the run lands one audit record.
       BACKOUT-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-START-TIME FROM TIME
           MOVE 0 TO WS-BKO-MATCHED
           MOVE 0 TO WS-BKO-RESTORED
           MOVE 0 TO WS-BKO-ALREADY
           MOVE 0 TO WS-BKO-CONFLICTS
           MOVE SPACES TO WS-BKO-KIND
           MOVE SPACES TO WS-BKO-ARG
           UNSTRING WS-BACKOUT-SPEC DELIMITED BY '='
               INTO WS-BKO-KIND WS-BKO-ARG
           END-UNSTRING
           MOVE 'COMPLETE' TO WS-BKO-ENDING
           EVALUATE WS-BKO-KIND
               WHEN 'RUN'
                   IF WS-BKO-ARG(1:14) IS NUMERIC
                           AND WS-BKO-ARG(15:1) = SPACE
                       IF WS-BKO-JRN-DATE = 0
                           MOVE WS-BKO-ARG(1:8) TO WS-BKO-JRN-DATE
                       END-IF
                   ELSE
                       DISPLAY "BACKOUT=RUN= needs a yyyymmddhhmmss "
                           "run id: " WS-BKO-ARG(1:20)
                       MOVE 'REJECTED' TO WS-BKO-ENDING
                   END-IF
               WHEN 'FILE'
                   IF WS-BKO-ARG = SPACES
                       DISPLAY "BACKOUT=FILE= needs an input file name"
                       MOVE 'REJECTED' TO WS-BKO-ENDING
                   ELSE
                       IF WS-BKO-JRN-DATE = 0
                           MOVE WS-RUN-DATE TO WS-BKO-JRN-DATE
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "Unknown BACKOUT request: "
                       WS-BACKOUT-SPEC(1:60)
                   MOVE 'REJECTED' TO WS-BKO-ENDING
           END-EVALUATE
           IF WS-BKO-ENDING = 'COMPLETE'
               MOVE SPACES TO WS-JRN-SOURCE
               STRING 'BACKOUT ' DELIMITED BY SIZE
                      WS-BACKOUT-SPEC DELIMITED BY SPACE
                   INTO WS-JRN-SOURCE
               END-STRING
               SORT BACKOUT-SORT-FILE
                   DESCENDING KEY BKS-RUN-ID BKS-SEQ
                   INPUT PROCEDURE IS BACKOUT-SELECT-ENTRIES
                   OUTPUT PROCEDURE IS BACKOUT-APPLY-ENTRIES
           END-IF
           IF WS-BKO-ENDING = 'COMPLETE'
               IF WS-BKO-MATCHED = 0
                   DISPLAY "No journal entries matched "
                       WS-BACKOUT-SPEC(1:60)
                   MOVE 'NOTFOUND' TO WS-BKO-ENDING
               ELSE
                   IF WS-BKO-CONFLICTS > 0
                       MOVE 'PARTIAL' TO WS-BKO-ENDING
                   END-IF
               END-IF
           END-IF
           DISPLAY "Backout " WS-BACKOUT-SPEC(1:60)
           DISPLAY "Journal entries matched: " WS-BKO-MATCHED
           DISPLAY "Restored: " WS-BKO-RESTORED
           DISPLAY "Already undone: " WS-BKO-ALREADY
           DISPLAY "Conflicts (left alone): " WS-BKO-CONFLICTS
           EVALUATE WS-BKO-ENDING
               WHEN 'COMPLETE'
                   CONTINUE
               WHEN 'PARTIAL'
               WHEN 'NOTFOUND'
                   MOVE 4 TO WS-RC-CANDIDATE
                   PERFORM RAISE-RETURN-CODE
               WHEN OTHER
                   MOVE 12 TO WS-RC-CANDIDATE
                   PERFORM RAISE-RETURN-CODE
           END-EVALUATE
           PERFORM WRITE-BACKOUT-AUDIT.

      *> Sort input: reads the chosen day's journal and releases every
      *> entry the BACKOUT= card names.
       BACKOUT-SELECT-ENTRIES.
           MOVE SPACES TO WS-JRN-NAME
           STRING 'journal_' DELIMITED BY SIZE
                  WS-BKO-JRN-DATE DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-JRN-NAME
           END-STRING
           MOVE 'N' TO WS-JRN-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-STATUS NOT = '00'
               DISPLAY "No change journal " WS-JRN-NAME
                   " (status " WS-JRN-STATUS ")"
               MOVE 'FAILED' TO WS-BKO-ENDING
           ELSE
               PERFORM UNTIL JOURNAL-FILE-AT-EOF
                   READ JOURNAL-FILE INTO WS-JRN-ENTRY
                       AT END
                           SET JOURNAL-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF (WS-BKO-KIND = 'RUN'
                                   AND WS-JRN-E-RUN-ID =
                                       WS-BKO-ARG(1:14))
                               OR (WS-BKO-KIND = 'FILE'
                                   AND WS-JRN-E-INFILE = WS-BKO-ARG)
                               ADD 1 TO WS-BKO-MATCHED
                               RELEASE BACKOUT-SORT-RECORD
                                   FROM WS-JRN-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

      *> Sort output: opens the master (and with it today's journal,
      *> so the reversals are journaled in turn) and the report, then
      *> undoes the returned entries newest first.
       BACKOUT-APPLY-ENTRIES.
           IF WS-BKO-MATCHED > 0 AND WS-BKO-ENDING = 'COMPLETE'
               MOVE 'Y' TO WS-MASTER-MODE
               PERFORM OPEN-MASTER-FILE
               IF NOT MASTER-MODE-ACTIVE
                   DISPLAY "Backout abandoned."
                   MOVE 'FAILED' TO WS-BKO-ENDING
               ELSE
                   MOVE SPACES TO WS-MAINT-RPT-NAME
                   STRING 'backout_' DELIMITED BY SIZE
                          WS-RUN-DATE DELIMITED BY SIZE
                          '.rpt' DELIMITED BY SIZE
                       INTO WS-MAINT-RPT-NAME
                   END-STRING
                   OPEN EXTEND MAINT-REPORT-FILE
                   IF WS-OUT-STATUS NOT = '00'
                           AND WS-OUT-STATUS NOT = '05'
                       OPEN OUTPUT MAINT-REPORT-FILE
                   END-IF
      *> A report that cannot be written still leaves the outcomes
      *> on the console - the reversal itself is what matters.
                   IF WS-OUT-STATUS = '00' OR WS-OUT-STATUS = '05'
                       MOVE 'Y' TO WS-MAINT-DUMPING
                       SET BACKOUT-REPORT-OPEN TO TRUE
                   ELSE
                       DISPLAY "Warning: cannot write backout report "
                           WS-MAINT-RPT-NAME
                       MOVE 'N' TO WS-MAINT-DUMPING
                   END-IF
                   MOVE SPACES TO WS-CMD-LINE
                   STRING 'Backout ' DELIMITED BY SIZE
                          WS-BACKOUT-SPEC DELIMITED BY SPACE
                          ' from ' DELIMITED BY SIZE
                          'journal_' DELIMITED BY SIZE
                          WS-BKO-JRN-DATE DELIMITED BY SIZE
                          '.dat as run ' DELIMITED BY SIZE
                          WS-JRN-RUN-ID DELIMITED BY SIZE
                       INTO WS-CMD-LINE
                   END-STRING
                   PERFORM WRITE-MAINT-REPORT-LINE
                   MOVE 'N' TO WS-BKO-EOF
                   PERFORM UNTIL BACKOUT-RETURN-DONE
                       RETURN BACKOUT-SORT-FILE INTO WS-JRN-ENTRY
                           AT END
                               SET BACKOUT-RETURN-DONE TO TRUE
                           NOT AT END
                               PERFORM BACKOUT-ONE-ENTRY
                       END-RETURN
                   END-PERFORM
                   MOVE SPACES TO WS-CMD-LINE
                   STRING 'Matched ' DELIMITED BY SIZE
                          WS-BKO-MATCHED DELIMITED BY SIZE
                          '  restored ' DELIMITED BY SIZE
                          WS-BKO-RESTORED DELIMITED BY SIZE
                          '  already ' DELIMITED BY SIZE
                          WS-BKO-ALREADY DELIMITED BY SIZE
                          '  conflicts ' DELIMITED BY SIZE
                          WS-BKO-CONFLICTS DELIMITED BY SIZE
                       INTO WS-CMD-LINE
                   END-STRING
                   PERFORM WRITE-MAINT-REPORT-LINE
                   IF BACKOUT-REPORT-OPEN
                       CLOSE MAINT-REPORT-FILE
                       MOVE 'N' TO WS-BKO-RPT-OPEN
                       MOVE 'N' TO WS-MAINT-DUMPING
                   END-IF
                   CLOSE MASTER-FILE
                   PERFORM CLOSE-JOURNAL-FILE
               END-IF
           ELSE
      *> Every released entry must still be returned before the sort
      *> can end, even when nothing will be applied.
               MOVE 'N' TO WS-BKO-EOF
               PERFORM UNTIL BACKOUT-RETURN-DONE
                   RETURN BACKOUT-SORT-FILE
                       AT END
                           SET BACKOUT-RETURN-DONE TO TRUE
                   END-RETURN
               END-PERFORM
           END-IF.

      *> Undoes one returned journal entry. The entry's images come
      *> back with their field separators restored, and its identity
      *> is held aside first - journaling the reversal reuses the
      *> entry area.
       BACKOUT-ONE-ENTRY.
           INSPECT WS-JRN-E-BEFORE
               CONVERTING WS-JRN-SAFE-SEP TO WS-FIELD-SEP
           INSPECT WS-JRN-E-AFTER
               CONVERTING WS-JRN-SAFE-SEP TO WS-FIELD-SEP
           MOVE WS-JRN-E-RUN-ID TO WS-BKO-E-RUN-ID
           MOVE WS-JRN-E-SEQ TO WS-BKO-E-SEQ
           MOVE WS-JRN-E-ACTION TO WS-BKO-E-ACTION
           MOVE WS-JRN-E-KEY TO WS-BKO-E-KEY
           MOVE 'CONFLICT' TO WS-BKO-RESULT
           MOVE WS-JRN-E-KEY TO MASTER-KEY
           EVALUATE WS-JRN-E-ACTION
               WHEN 'ADD'
                   PERFORM BACKOUT-UNDO-ADD
               WHEN 'CHANGE'
                   PERFORM BACKOUT-UNDO-CHANGE
               WHEN 'DELETE'
                   PERFORM BACKOUT-UNDO-DELETE
               WHEN 'REKEY'
                   PERFORM BACKOUT-UNDO-REKEY
      *> An erased contact's images are gone by design; the entry is
      *> reported, and counted with the conflicts, but never undone.
               WHEN 'ERASED'
                   MOVE 'ERASED' TO WS-BKO-RESULT
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-BKO-RESULT
           END-EVALUATE
           EVALUATE WS-BKO-RESULT
               WHEN 'RESTORED'
                   ADD 1 TO WS-BKO-RESTORED
               WHEN 'ALREADY'
                   ADD 1 TO WS-BKO-ALREADY
               WHEN OTHER
                   ADD 1 TO WS-BKO-CONFLICTS
           END-EVALUATE
           MOVE SPACES TO WS-CMD-LINE
           STRING WS-BKO-RESULT DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-BKO-E-ACTION DELIMITED BY SPACE
                  ' run ' DELIMITED BY SIZE
                  WS-BKO-E-RUN-ID DELIMITED BY SIZE
                  ' seq ' DELIMITED BY SIZE
                  WS-BKO-E-SEQ DELIMITED BY SIZE
                  ' key ' DELIMITED BY SIZE
                  WS-BKO-E-KEY DELIMITED BY SIZE
               INTO WS-CMD-LINE
           END-STRING
           PERFORM WRITE-MAINT-REPORT-LINE.

      *> An ADD is undone by deleting the key - provided the stored
      *> record is still the one the ADD wrote. A key already gone
      *> needs nothing.
       BACKOUT-UNDO-ADD.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'ALREADY' TO WS-BKO-RESULT
               NOT INVALID KEY
                   MOVE WS-JRN-E-AFTER TO WS-JRN-CMP-RECORD
                   IF MASTER-SOURCE-INFO = WS-JRN-CMP-SOURCE-INFO
                           AND MASTER-DATA = WS-JRN-CMP-DATA
                       DELETE MASTER-FILE RECORD
                           INVALID KEY
                               MOVE 'FAILED' TO WS-BKO-RESULT
                           NOT INVALID KEY
                               PERFORM JOURNAL-MASTER-DELETE
                               MOVE 'RESTORED' TO WS-BKO-RESULT
                       END-DELETE
                   END-IF
           END-READ.

      *> A CHANGE is undone by rewriting the before image - provided
      *> the stored record is still the one the CHANGE wrote. The
      *> last-touched date alone is not judged: a later run finding
      *> the contact unchanged refreshes it without changing it.
       BACKOUT-UNDO-CHANGE.
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-JRN-E-AFTER TO WS-JRN-CMP-RECORD
                   IF MASTER-SOURCE-INFO = WS-JRN-CMP-SOURCE-INFO
                           AND MASTER-DATA = WS-JRN-CMP-DATA
                       MOVE MASTER-RECORD TO WS-JRN-BEFORE-RECORD
                       MOVE WS-JRN-E-BEFORE TO MASTER-RECORD
                       REWRITE MASTER-RECORD
                           INVALID KEY
                               MOVE 'FAILED' TO WS-BKO-RESULT
                           NOT INVALID KEY
                               PERFORM JOURNAL-MASTER-CHANGE
                               MOVE 'RESTORED' TO WS-BKO-RESULT
                       END-REWRITE
                   ELSE
                       MOVE WS-JRN-E-BEFORE TO WS-JRN-CMP-RECORD
                       IF MASTER-SOURCE-INFO = WS-JRN-CMP-SOURCE-INFO
                               AND MASTER-DATA = WS-JRN-CMP-DATA
                           MOVE 'ALREADY' TO WS-BKO-RESULT
                       END-IF
                   END-IF
           END-READ.

      *> A DELETE is undone by writing the before image back -
      *> provided nothing has claimed the key since.
       BACKOUT-UNDO-DELETE.
           READ MASTER-FILE
               INVALID KEY
                   MOVE WS-JRN-E-BEFORE TO MASTER-RECORD
                   WRITE MASTER-RECORD
                       INVALID KEY
                           MOVE 'FAILED' TO WS-BKO-RESULT
                       NOT INVALID KEY
                           PERFORM JOURNAL-MASTER-ADD
                           MOVE 'RESTORED' TO WS-BKO-RESULT
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-JRN-E-BEFORE TO WS-JRN-CMP-RECORD
                   IF MASTER-SOURCE-INFO = WS-JRN-CMP-SOURCE-INFO
                           AND MASTER-DATA = WS-JRN-CMP-DATA
                       MOVE 'ALREADY' TO WS-BKO-RESULT
                   END-IF
           END-READ.

      *> A REKEY is undone by moving the record back to its old key -
      *> provided the record under the new key is still the one the
      *> REKEY wrote, and nothing has claimed the old key since. The
      *> old key is written back before the new one is deleted, so a
      *> failure part way leaves the contact doubled, never lost. A
      *> new key already gone, with the old record back in place,
      *> needs nothing.
       BACKOUT-UNDO-REKEY.
           READ MASTER-FILE
               INVALID KEY
                   MOVE WS-JRN-E-BEFORE TO WS-JRN-CMP-RECORD
                   MOVE WS-JRN-CMP-KEY TO MASTER-KEY
                   READ MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF MASTER-SOURCE-INFO =
                                   WS-JRN-CMP-SOURCE-INFO
                                   AND MASTER-DATA = WS-JRN-CMP-DATA
                               MOVE 'ALREADY' TO WS-BKO-RESULT
                           END-IF
                   END-READ
               NOT INVALID KEY
                   MOVE WS-JRN-E-AFTER TO WS-JRN-CMP-RECORD
                   IF MASTER-SOURCE-INFO = WS-JRN-CMP-SOURCE-INFO
                           AND MASTER-DATA = WS-JRN-CMP-DATA
                       MOVE MASTER-RECORD TO WS-JRN-BEFORE-RECORD
                       MOVE WS-JRN-E-BEFORE TO MASTER-RECORD
                       WRITE MASTER-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE MASTER-RECORD
                                   TO WS-RKY-MOVED-RECORD
                               MOVE WS-JRN-BEFORE-RECORD
                                   TO MASTER-RECORD
                               DELETE MASTER-FILE RECORD
                                   INVALID KEY
                                       MOVE 'FAILED' TO WS-BKO-RESULT
                                   NOT INVALID KEY
                                       MOVE WS-RKY-MOVED-RECORD
                                           TO MASTER-RECORD
                                       PERFORM JOURNAL-MASTER-REKEY
                                       MOVE 'RESTORED'
                                           TO WS-BKO-RESULT
                               END-DELETE
                       END-WRITE
                   END-IF
           END-READ.

      *> Appends the backout run's audit record in the maintenance
      *> layout: the BACKOUT card where a conversion records its input
      *> file, then entries matched, restored and left in conflict in
      *> the read/written/rejected positions.
       WRITE-BACKOUT-AUDIT.
           ACCEPT WS-AUD-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-END-TIME FROM TIME
           MOVE SPACES TO WS-AUDIT-LINE
           STRING WS-AUD-START-DATE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-AUD-START-TIME DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-AUD-END-DATE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-AUD-END-TIME DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  'BACKOUT ' DELIMITED BY SIZE
                  WS-BACKOUT-SPEC(1:100) DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  'backout' DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-BKO-MATCHED DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-BKO-RESTORED DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-BKO-CONFLICTS DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  'N' DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-BKO-ENDING DELIMITED BY SPACE
               INTO WS-AUDIT-LINE
           END-STRING
           PERFORM APPEND-AUDIT-LINE.

      *> Strips the directory and extension off WS-INFILE-NAME into
      *> WS-INFILE-TAG (e.g. "/data/customers.csv" -> "customers"), so
      *> BUILD-OUTPUT-FILENAMES can fold the source file's own name into
           IF WS-KEY-COL-COUNT > 0
               DISPLAY "Total duplicates:       " WS-GRAND-DUPLICATE
           END-IF
           IF SUPPRESS-LIST-OPEN
               DISPLAY "Total suppressed:       " WS-GRAND-SUPPRESSED
           END-IF
           IF WS-GRAND-IN-TRUNC > 0
               DISPLAY "Total input truncations:  " WS-GRAND-IN-TRUNC
           END-IF
               DISPLAY "Total added:            " WS-GRAND-ADDED
               DISPLAY "Total changed:          " WS-GRAND-CHANGED
               DISPLAY "Total unchanged:        " WS-GRAND-UNCHANGED
               IF REKEY-XREF-LOADED
                   DISPLAY "Total rekeyed:          " WS-GRAND-REKEYED
               END-IF
               IF WS-SVR-CARD-COUNT > 0
                   DISPLAY "Total conflicts by rank:   "
                       WS-GRAND-CONF-RANK
           MOVE 0 TO WS-CKPT-CONF-RANK
           MOVE 0 TO WS-CKPT-CONF-RECENT
           MOVE SPACES TO WS-CKPT-INFILE
           MOVE 0 TO WS-CKPT-SUPPRESSED
           MOVE 0 TO WS-CKPT-REKEYED
           MOVE 0 TO WS-CKPT-HASH
           MOVE SPACES TO WS-CKPT-HASH-TEXT
           MOVE 'N' TO WS-CKPT-HASH-SEEN
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = '00'
               READ CHECKPOINT-FILE INTO WS-CKPT-LINE
                                WS-CKPT-FILTERED WS-CKPT-CONF-RANK
                                WS-CKPT-CONF-RECENT
                                WS-CKPT-INFILE
                                WS-CKPT-SUPPRESSED
                                WS-CKPT-REKEYED
                                WS-CKPT-HASH-TEXT
                       IF WS-CKPT-HASH-TEXT(2:11) IS NUMERIC
                               AND WS-CKPT-HASH-TEXT(13:1) = '.'
                               AND WS-CKPT-HASH-TEXT(14:6) IS NUMERIC
                           MOVE WS-CKPT-HASH-TEXT TO WS-CKPT-HASH-EDIT
                           MOVE WS-CKPT-HASH-EDIT TO WS-CKPT-HASH
                           MOVE 'Y' TO WS-CKPT-HASH-SEEN
                       END-IF
                       IF WS-CKPT-READ > 0
                               AND WS-CKPT-INFILE = WS-INFILE-NAME
                           MOVE WS-CKPT-READ TO WS-RESTART-COUNT
      *> cleanly so the next run starts fresh instead of "resuming"
      *> into a file that is already complete.
       SAVE-CHECKPOINT.
           MOVE WS-MFT-RUN-HASH TO WS-CKPT-HASH-EDIT
           MOVE SPACES TO WS-CKPT-LINE
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  '=' DELIMITED BY SIZE
                  WS-CONFLICTS-RECENT DELIMITED BY SIZE
                  '=' DELIMITED BY SIZE
                  WS-INFILE-NAME DELIMITED BY SPACE
                  '=' DELIMITED BY SIZE
                  WS-RECORDS-SUPPRESSED DELIMITED BY SIZE
                  '=' DELIMITED BY SIZE
                  WS-RECORDS-REKEYED DELIMITED BY SIZE
                  '=' DELIMITED BY SIZE
                  WS-CKPT-HASH-EDIT DELIMITED BY SIZE
               INTO WS-CKPT-LINE
           END-STRING
           OPEN OUTPUT CHECKPOINT-FILE

      *> Resets CHECKPOINT-FILE to an all-zero record once a run finishes
      *> cleanly, built the same way SAVE-CHECKPOINT builds a live one
      *> (same twenty-one "=" delimited fields) so the two never drift apart -
      *> a clean record still carries the current WS-INFILE-NAME so a
      *> later checkpoint-ownership check never mistakes it for belonging
      *> to a different file.
           MOVE 0 TO WS-CKPT-FILTERED
           MOVE 0 TO WS-CKPT-CONF-RANK
           MOVE 0 TO WS-CKPT-CONF-RECENT
           MOVE 0 TO WS-CKPT-SUPPRESSED
           MOVE 0 TO WS-CKPT-REKEYED
           MOVE 0 TO WS-CKPT-HASH
           MOVE WS-CKPT-HASH TO WS-CKPT-HASH-EDIT
           MOVE SPACES TO WS-CKPT-LINE
           STRING WS-CKPT-RUN-DATE DELIMITED BY SIZE
                  '=' DELIMITED BY SIZE
                  WS-CKPT-CONF-RECENT DELIMITED BY SIZE
                  '=' DELIMITED BY SIZE
                  WS-INFILE-NAME DELIMITED BY SPACE
                  '=' DELIMITED BY SIZE
                  WS-CKPT-SUPPRESSED DELIMITED BY SIZE
                  '=' DELIMITED BY SIZE
                  WS-CKPT-REKEYED DELIMITED BY SIZE
                  '=' DELIMITED BY SIZE
                  WS-CKPT-HASH-EDIT DELIMITED BY SIZE
               INTO WS-CKPT-LINE
           END-STRING
           OPEN OUTPUT CHECKPOINT-FILE
               OPEN EXTEND OUTPUT-FILE-SQL
               IF WS-OUT-STATUS NOT = '00' AND WS-OUT-STATUS NOT = '05'
                   OPEN OUTPUT OUTPUT-FILE-SQL
                   PERFORM WRITE-SQL-TRANSACTION-OPENER
               ELSE
                   MOVE 'Y' TO WS-EXTEND-FOUND-EXISTING
               END-IF
               ELSE
                   MOVE 'Y' TO WS-EXTEND-FOUND-EXISTING
               END-IF
           END-IF
           PERFORM REGISTER-MANIFEST-FILES.

      *> Stamps the output file name of every format selected on this
      *> run (e.g. output_20260808.json) with either a fresh run date
           END-IF
           IF SQL-FORMAT-SELECTED
               OPEN OUTPUT OUTPUT-FILE-SQL
               PERFORM WRITE-SQL-TRANSACTION-OPENER
           END-IF
           IF EXCEL-FORMAT-SELECTED
               OPEN OUTPUT OUTPUT-FILE-EXCEL
           END-IF
           IF FIXED-FORMAT-SELECTED
               OPEN OUTPUT OUTPUT-FILE-FIXED
           END-IF
           PERFORM REGISTER-MANIFEST-FILES.

       CLOSE-SELECTED-OUTPUT-FILES.
           IF VCARD-FORMAT-SELECTED
           IF WS-KEY-COL-COUNT > 0
               DISPLAY "Duplicates:       " WS-RECORDS-DUPLICATE
           END-IF
           IF SUPPRESS-LIST-OPEN
               DISPLAY "Suppressed:       " WS-RECORDS-SUPPRESSED
           END-IF
           IF WS-INPUT-TRUNCATIONS > 0
               DISPLAY "Input truncations:  " WS-INPUT-TRUNCATIONS
           END-IF
               DISPLAY "Added:            " WS-RECORDS-ADDED
               DISPLAY "Changed:          " WS-RECORDS-CHANGED
               DISPLAY "Unchanged:        " WS-RECORDS-UNCHANGED
               IF REKEY-XREF-LOADED
                   DISPLAY "Rekeyed:          " WS-RECORDS-REKEYED
               END-IF
               IF WS-SVR-CARD-COUNT > 0
                   DISPLAY "Conflicts by rank:   " WS-CONFLICTS-RANK
                   DISPLAY "Conflicts by recent: "
               IF MASTER-DELETES-SELECTED
                   DISPLAY "Deleted:          " WS-RECORDS-DELETED
               END-IF
           END-IF
           IF OUTPUT-PROFILES-WRITTEN
               PERFORM VARYING WS-OPF-IDX FROM 1 BY 1
                       UNTIL WS-OPF-IDX > WS-OPF-COUNT
                   DISPLAY "Profile " WS-OPF-NAME(WS-OPF-IDX)
                       " written: " WS-OPF-WRITTEN(WS-OPF-IDX)
                       "  filtered: " WS-OPF-FILTERED(WS-OPF-IDX)
               END-PERFORM
           END-IF.

       READ-CSV-HEADER.

      *> Looks the current row up in the contacts master under the key
      *> CHECK-DUPLICATE-KEY just built, and classifies it: a key the
      *> master has never seen is written and tagged ADD - unless the
      *> re-key cross-reference names it as the new key of one the
      *> master holds, when the stored record moves to it and the row
      *> is tagged REKEY; a key whose stored field image differs from
      *> the incoming one is rewritten and tagged CHANGE; an identical
      *> image is tagged SAME and the caller skips the converts. A row
      *> with nothing in any key column cannot be stored under a key -
      *> it flows straight through tagged ADD so no data is silently
      *> dropped.
       CHECK-MASTER-DELTA.
           MOVE SPACES TO WS-RKY-PRIOR-KEY
           PERFORM BUILD-MASTER-IMAGE
           IF WS-KEY-HAS-VALUE = 'N'
               MOVE 'ADD' TO WS-DELTA-ACTION
               MOVE WS-KEY-BUILD TO MASTER-KEY
               READ MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-RKY-FOUND
                       IF REKEY-XREF-LOADED
                           PERFORM FIND-REKEY-XREF
                       END-IF
                       IF REKEY-XREF-APPLIES
                           PERFORM APPLY-MASTER-REKEY
                       ELSE
                           MOVE 'ADD' TO WS-DELTA-ACTION
                           MOVE WS-KEY-BUILD TO MASTER-KEY
                           MOVE WS-RUN-DATE TO MASTER-UPD-DATE
                           PERFORM STAMP-ALL-PROVENANCE
                           MOVE WS-MASTER-IMAGE TO MASTER-DATA
                           WRITE MASTER-RECORD
                               INVALID KEY
                                   DISPLAY "Warning: master write "
                                       "failed (status "
                                       WS-MST-STATUS ")"
                               NOT INVALID KEY
                                   PERFORM JOURNAL-MASTER-ADD
                           END-WRITE
                       END-IF
                   NOT INVALID KEY
      *> The journal's before image is taken here, ahead of the
      *> survivorship merge - the merge restamps the provenance in
      *> the buffer, and the backout must restore what was stored.
                       MOVE MASTER-RECORD TO WS-JRN-BEFORE-RECORD
      *> With survivorship rules on file the incoming row and the
      *> stored record merge column by column first, so the compare
      *> below judges the merged golden record - not whichever
                                   DISPLAY "Warning: master rewrite "
                                       "failed (status "
                                       WS-MST-STATUS ")"
                               NOT INVALID KEY
                                   PERFORM JOURNAL-MASTER-CHANGE
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

      *> Looks the row's key up as the new key of a re-key that has
      *> taken effect by the run date. The re-key applies only when
      *> the master still holds the old key and this batch has not
      *> itself carried the old key - a vendor still sending the old
      *> number has not renumbered that contact. Where several old
      *> keys were merged into one new key, the first the master
      *> holds moves and the rest stay put. The master read leaves
      *> the old record in the buffer for APPLY-MASTER-REKEY.
       FIND-REKEY-XREF.
           MOVE 'N' TO WS-RKY-FOUND
           PERFORM VARYING WS-RKY-IDX FROM 1 BY 1
                   UNTIL WS-RKY-IDX > WS-RKY-COUNT
                       OR REKEY-XREF-APPLIES
               IF WS-RKY-NEW-KEY(WS-RKY-IDX) = WS-KEY-BUILD
                       AND WS-RKY-EFF-DATE(WS-RKY-IDX) <= WS-RUN-DATE
                   PERFORM CHECK-REKEY-OLD-KEY
               END-IF
           END-PERFORM.

      *> Tests one cross-reference entry's old key: not seen in this
      *> batch, and on the master. A seen-key store that cannot answer
      *> fails the run the way the duplicate check does.
       CHECK-REKEY-OLD-KEY.
           MOVE 'N' TO WS-SEEN-KEY-FOUND
           IF SEENKEY-FILE-OPEN
               MOVE WS-RKY-OLD-KEY(WS-RKY-IDX) TO SEENKEY-KEY
               READ SEENKEY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET MASTER-KEY-WAS-SEEN TO TRUE
               END-READ
               IF WS-SKF-STATUS NOT = '00'
                       AND WS-SKF-STATUS NOT = '23'
                   PERFORM FAIL-DUPLICATE-STORE
                   SET MASTER-KEY-WAS-SEEN TO TRUE
               END-IF
           END-IF
           IF NOT MASTER-KEY-WAS-SEEN
               MOVE WS-RKY-OLD-KEY(WS-RKY-IDX) TO MASTER-KEY
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET REKEY-XREF-APPLIES TO TRUE
                       MOVE WS-RKY-OLD-KEY(WS-RKY-IDX)
                           TO WS-RKY-PRIOR-KEY
               END-READ
           END-IF.

      *> Moves the master record just read under the old key to the
      *> row's new key, with everything stored on it - the
      *> survivorship provenance above all. The incoming row is judged
      *> against it as a CHANGE would be: merged under the
      *> survivorship rules when there are any, otherwise taken whole,
      *> with the provenance restamped only when the data differs. The
      *> old key is deleted before the new one is written, and put
      *> back should that write fail, so a contact is never lost.
       APPLY-MASTER-REKEY.
           MOVE 'REKEY' TO WS-DELTA-ACTION
           MOVE MASTER-RECORD TO WS-JRN-BEFORE-RECORD
           IF WS-SVR-CARD-COUNT > 0
               PERFORM MERGE-SURVIVING-RECORD
               PERFORM BUILD-MASTER-IMAGE
           END-IF
           IF MASTER-DATA NOT = WS-MASTER-IMAGE
               IF WS-SVR-CARD-COUNT = 0
                   PERFORM STAMP-ALL-PROVENANCE
               END-IF
               MOVE WS-MASTER-IMAGE TO MASTER-DATA
           END-IF
           MOVE WS-RUN-DATE TO MASTER-UPD-DATE
           MOVE WS-KEY-BUILD TO MASTER-KEY
           MOVE MASTER-RECORD TO WS-RKY-MOVED-RECORD
           MOVE WS-JRN-BEFORE-RECORD TO MASTER-RECORD
           DELETE MASTER-FILE RECORD
               INVALID KEY
                   DISPLAY "Warning: master re-key delete failed "
                       "(status " WS-MST-STATUS ")"
               NOT INVALID KEY
                   MOVE WS-RKY-MOVED-RECORD TO MASTER-RECORD
                   WRITE MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Warning: master re-key write "
                               "failed (status " WS-MST-STATUS ")"
                           MOVE WS-JRN-BEFORE-RECORD TO MASTER-RECORD
                           WRITE MASTER-RECORD
                               INVALID KEY
                                   DISPLAY "Warning: master write "
                                       "failed (status "
                                       WS-MST-STATUS ")"
                           END-WRITE
                       NOT INVALID KEY
                           PERFORM JOURNAL-MASTER-REKEY
                   END-WRITE
           END-DELETE.

      *> Marks every column of the master record in the buffer as
      *> supplied by the current source on the current date - the
      *> provenance of a brand-new record, or of a whole-record
      *> read and deletes it from the master.
       EMIT-MASTER-DELETE.
           MOVE 'DELETE' TO WS-DELTA-ACTION
           MOVE SPACES TO WS-RKY-PRIOR-KEY
           MOVE MASTER-KEY TO WS-KEY-BUILD
           MOVE 1 TO WS-START
           PERFORM VARYING WS-INDEX FROM 1 BY 1
               INVALID KEY
                   DISPLAY "Warning: master delete failed (status "
                       WS-MST-STATUS ")"
               NOT INVALID KEY
                   PERFORM JOURNAL-MASTER-DELETE
           END-DELETE.

      *> Lays the accumulated column statistics out as a report file,
      *> reject names the failing column, the offending value and what
      *> check it failed. CSV-RECORD is trimmed to its real length
      *> first so the diagnostic suffix lands right after the row text
      *> instead of roughly a thousand trailing blanks out. The input
      *> file the row came from follows the diagnostic, so the reject
      *> analysis can group a shared reject file by vendor; a
      *> reprocess pass keeps the file the row first came from.
       WRITE-REJECT-RECORD.
           PERFORM FIND-CSV-RECORD-LENGTH
           MOVE SPACES TO REJECT-RECORD
           MOVE 1 TO WS-REJECT-PTR
           IF REJECTED-FOR-TYPE OR REJECTED-FOR-CODE
               IF WS-CSV-RECORD-LEN > 0
                   STRING CSV-RECORD(1:WS-CSV-RECORD-LEN)
                          WS-REJECT-VALUE(1:WS-REJECT-VALUE-LEN)
                              DELIMITED BY SIZE
                          '" ' DELIMITED BY SIZE
                          WS-REJECT-REASON DELIMITED BY '  '
                       INTO REJECT-RECORD
                       WITH POINTER WS-REJECT-PTR
                   END-STRING
               END-IF
               IF REJECTED-FOR-CODE
                          WS-DATA-COLUMN-COUNT DELIMITED BY SIZE
                          ' field(s)' DELIMITED BY SIZE
                       INTO REJECT-RECORD
                       WITH POINTER WS-REJECT-PTR
                   END-STRING
               ELSE
                   STRING '(empty)' DELIMITED BY SIZE
                          WS-DATA-COLUMN-COUNT DELIMITED BY SIZE
                          ' field(s)' DELIMITED BY SIZE
                       INTO REJECT-RECORD
                       WITH POINTER WS-REJECT-PTR
                   END-STRING
               END-IF
               ADD 1 TO WS-SHAPE-REJECTS
           END-IF
           ADD 1 TO WS-RECORDS-REJECTED
           MOVE 4 TO WS-RC-CANDIDATE
           PERFORM RAISE-RETURN-CODE
      *> A reprocess run is rejects by definition - the limit guards
      *> conversion runs against a garbage extract, not the repair
      *> pass over last night's rejects. It is judged before the
      *> record goes out so the row that trips it can say so.
           MOVE 'N' TO WS-REJECT-LIMIT-MARK
           IF NOT REPROCESS-RUN-SELECTED
               IF NOT REJECT-LIMIT-TRIPPED
                   PERFORM CHECK-REJECT-LIMIT
                   IF REJECT-LIMIT-TRIPPED
                       MOVE 'Y' TO WS-REJECT-LIMIT-MARK
                   END-IF
               END-IF
               MOVE WS-INFILE-NAME TO WS-REJECT-SOURCE
           END-IF
           IF WS-REJECT-PTR > 1
               IF WS-REJECT-LIMIT-MARK = 'Y'
                   STRING ' ~ reject limit at ' DELIMITED BY SIZE
                          WS-RECORDS-REJECTED DELIMITED BY SIZE
                       INTO REJECT-RECORD
                       WITH POINTER WS-REJECT-PTR
                   END-STRING
               END-IF
               IF WS-REJECT-SOURCE NOT = SPACES
                   STRING ' ~ from ' DELIMITED BY SIZE
                          WS-REJECT-SOURCE DELIMITED BY SPACE
                       INTO REJECT-RECORD
                       WITH POINTER WS-REJECT-PTR
                   END-STRING
               END-IF
           END-IF
      *> On a reprocess run the reject file is this run's INPUT, so a
      *> still-failing row goes to the carry-forward file instead of
      *> back into the file being read.
               WRITE CARRY-RECORD FROM REJECT-RECORD
           ELSE
               WRITE REJECT-RECORD
           END-IF.

      *> Judges the file's rejects against the REJECTLIMIT= card and,
           IF SPLIT-MODE-SELECTED
               PERFORM ENSURE-SPLIT-OUTPUTS
           END-IF
           PERFORM TALLY-MANIFEST-ROW
           IF VCARD-FORMAT-SELECTED
               PERFORM CONVERT-TO-VCARD
           END-IF
           END-IF
           IF FIXED-FORMAT-SELECTED
               PERFORM CONVERT-TO-FIXED
           END-IF
           IF PROFILE-STAGE-OPEN
               PERFORM STAGE-PROFILE-RECORD
           END-IF.

       CONVERT-TO-VCARD.
                   INTO OUTPUT-RECORD-VCARD
               END-STRING
               WRITE OUTPUT-RECORD-VCARD
               IF DELTA-ROW-REKEYED
                   MOVE SPACES TO OUTPUT-RECORD-VCARD
                   STRING 'X-PREVIOUS-KEY:' DELIMITED BY SIZE
                          WS-RKY-PRIOR-KEY DELIMITED BY '  '
                       INTO OUTPUT-RECORD-VCARD
                   END-STRING
                   WRITE OUTPUT-RECORD-VCARD
               END-IF
           END-IF
           PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > WS-COLUMN-COUNT
               IF WS-MATCHED-HEADERS(WS-INDEX) = "name"
               WRITE OUTPUT-RECORD-JSON
               MOVE ',' TO OUTPUT-RECORD-JSON
               WRITE OUTPUT-RECORD-JSON
               IF DELTA-ROW-REKEYED
                   PERFORM WRITE-JSON-PRIOR-KEY
                   MOVE ',' TO OUTPUT-RECORD-JSON
                   WRITE OUTPUT-RECORD-JSON
               END-IF
           END-IF
           PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > WS-COLUMN-COUNT
               IF WS-INDEX > 1
           MOVE '}' TO OUTPUT-RECORD-JSON
           WRITE OUTPUT-RECORD-JSON.

      *> Writes a REKEY's "previous_key" member, escaped as any other
      *> string value.
       WRITE-JSON-PRIOR-KEY.
           MOVE SPACES TO OUTPUT-RECORD-JSON
           MOVE 1 TO WS-CSV-REC-PTR
           STRING '"previous_key": ' DELIMITED BY SIZE
               INTO OUTPUT-RECORD-JSON WITH POINTER WS-CSV-REC-PTR
           END-STRING
           MOVE WS-RKY-PRIOR-KEY TO WS-CSV-FIELD-WORK
           PERFORM FIND-CSV-FIELD-LENGTH
           MOVE WS-CSV-FIELD-LEN TO WS-VAL-LEN
           PERFORM WRITE-JSON-STRING-VALUE
           WRITE OUTPUT-RECORD-JSON.

      *> Writes one '"name": value' member: the value a bare JSON
      *> number for columns typed numeric/decimal (null when empty),
      *> a backslash-escaped quoted string for everything else.
                      '</action>' DELIMITED BY SIZE
                   INTO OUTPUT-RECORD-XML
               END-STRING
               WRITE OUTPUT-RECORD-XML
               IF DELTA-ROW-REKEYED
                   PERFORM WRITE-XML-PRIOR-KEY
               END-IF
           END-IF
           PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > WS-COLUMN-COUNT
               PERFORM WRITE-XML-FIELD
           END-PERFORM
           MOVE '</record>' TO OUTPUT-RECORD-XML
           WRITE OUTPUT-RECORD-XML.

      *> Writes a REKEY's <previous_key> element, escaped as any
      *> other value.
       WRITE-XML-PRIOR-KEY.
           MOVE SPACES TO OUTPUT-RECORD-XML
           MOVE 1 TO WS-CSV-REC-PTR
           STRING '<previous_key>' DELIMITED BY SIZE
               INTO OUTPUT-RECORD-XML WITH POINTER WS-CSV-REC-PTR
           END-STRING
           MOVE WS-RKY-PRIOR-KEY TO WS-CSV-FIELD-WORK
           PERFORM FIND-CSV-FIELD-LENGTH
           MOVE WS-CSV-FIELD-LEN TO WS-VAL-LEN
           PERFORM BUILD-XML-ESCAPED
           IF WS-ESC-LEN > 0
               STRING WS-ESC-FIELD(1:WS-ESC-LEN) DELIMITED BY SIZE
                   INTO OUTPUT-RECORD-XML
                   WITH POINTER WS-CSV-REC-PTR
               END-STRING
           END-IF
           STRING '</previous_key>' DELIMITED BY SIZE
               INTO OUTPUT-RECORD-XML WITH POINTER WS-CSV-REC-PTR
           END-STRING
           WRITE OUTPUT-RECORD-XML.

      *> Writes one <name>value</name> element with the value
           MOVE '<records>' TO OUTPUT-RECORD-XML
           WRITE OUTPUT-RECORD-XML.

      *> Starts a fresh SQL transaction, with no statement yet
      *> counted toward the SQLCOMMIT= interval.
       WRITE-SQL-TRANSACTION-OPENER.
           MOVE WS-SQL-BEGIN-STMT TO OUTPUT-RECORD-SQL
           WRITE OUTPUT-RECORD-SQL
           MOVE 0 TO WS-SQL-STMT-COUNT.

      *> Finishes the open JSON/XML documents and SQL transaction
      *> before their files close for good: the array's closing
      *> bracket, the root element's end tag and the final COMMIT -
      *> and, under OUTTRAILER=Y, the Excel and fixed-width trailers.
       WRITE-DOCUMENT-CLOSERS.
           IF JSON-FORMAT-SELECTED
               MOVE ']' TO OUTPUT-RECORD-JSON
           IF XML-FORMAT-SELECTED
               MOVE '</records>' TO OUTPUT-RECORD-XML
               WRITE OUTPUT-RECORD-XML
           END-IF
           IF SQL-FORMAT-SELECTED
               MOVE 'COMMIT;' TO OUTPUT-RECORD-SQL
               WRITE OUTPUT-RECORD-SQL
           END-IF
           IF OUTPUT-TRAILERS-SELECTED
               IF EXCEL-FORMAT-SELECTED
                   MOVE WS-MFT-CUR-SLOT(5) TO WS-MFT-SLOT
                   PERFORM WRITE-EXCEL-TRAILER
               END-IF
               IF FIXED-FORMAT-SELECTED
                   MOVE WS-MFT-CUR-SLOT(6) TO WS-MFT-SLOT
                   PERFORM WRITE-FIXED-TRAILER
               END-IF
           END-IF.

      *> Reopens each split slice's JSON/XML/SQL files (and its
      *> trailer-bearing Excel and fixed-width files) once the input
      *> is exhausted and writes their closers - mid-run a slice only
      *> ever closed so another slice could open, and its document
      *> had to stay extendable.
       FINALIZE-SPLIT-DOCUMENTS.
                   WRITE OUTPUT-RECORD-XML
                   CLOSE OUTPUT-FILE-XML
               END-IF
           END-IF
           IF SQL-FORMAT-SELECTED
               OPEN EXTEND OUTPUT-FILE-SQL
               IF WS-OUT-STATUS = '00' OR WS-OUT-STATUS = '05'
                   MOVE 'COMMIT;' TO OUTPUT-RECORD-SQL
                   WRITE OUTPUT-RECORD-SQL
                   CLOSE OUTPUT-FILE-SQL
               END-IF
           END-IF
           IF OUTPUT-TRAILERS-SELECTED AND EXCEL-FORMAT-SELECTED
               OPEN EXTEND OUTPUT-FILE-EXCEL
               IF WS-OUT-STATUS = '00' OR WS-OUT-STATUS = '05'
                   MOVE WS-OUTFILE-NAME-EXCEL TO WS-MFT-THIS-FILE
                   PERFORM FIND-MANIFEST-ENTRY
                   PERFORM WRITE-EXCEL-TRAILER
                   CLOSE OUTPUT-FILE-EXCEL
               END-IF
           END-IF
           IF OUTPUT-TRAILERS-SELECTED AND FIXED-FORMAT-SELECTED
               OPEN EXTEND OUTPUT-FILE-FIXED
               IF WS-OUT-STATUS = '00' OR WS-OUT-STATUS = '05'
                   MOVE WS-OUTFILE-NAME-FIXED TO WS-MFT-THIS-FILE
                   PERFORM FIND-MANIFEST-ENTRY
                   PERFORM WRITE-FIXED-TRAILER
                   CLOSE OUTPUT-FILE-FIXED
               END-IF
           END-IF.

      *> Registers each selected format's current output file on the
      *> manifest and points the format's tally slot at its entry. A
      *> slice reopened EXTEND keeps the entry it already has.
       REGISTER-MANIFEST-FILES.
           IF VCARD-FORMAT-SELECTED
               MOVE WS-OUTFILE-NAME-VCARD TO WS-MFT-THIS-FILE
               MOVE 'VCARD' TO WS-MFT-THIS-FORMAT
               MOVE 1 TO WS-MFT-FMT-NO
               PERFORM REGISTER-ONE-MANIFEST-FILE
           END-IF
           IF JSON-FORMAT-SELECTED
               MOVE WS-OUTFILE-NAME-JSON TO WS-MFT-THIS-FILE
               MOVE 'JSON' TO WS-MFT-THIS-FORMAT
               MOVE 2 TO WS-MFT-FMT-NO
               PERFORM REGISTER-ONE-MANIFEST-FILE
           END-IF
           IF XML-FORMAT-SELECTED
               MOVE WS-OUTFILE-NAME-XML TO WS-MFT-THIS-FILE
               MOVE 'XML' TO WS-MFT-THIS-FORMAT
               MOVE 3 TO WS-MFT-FMT-NO
               PERFORM REGISTER-ONE-MANIFEST-FILE
           END-IF
           IF SQL-FORMAT-SELECTED
               MOVE WS-OUTFILE-NAME-SQL TO WS-MFT-THIS-FILE
               MOVE 'SQL' TO WS-MFT-THIS-FORMAT
               MOVE 4 TO WS-MFT-FMT-NO
               PERFORM REGISTER-ONE-MANIFEST-FILE
           END-IF
           IF EXCEL-FORMAT-SELECTED
               MOVE WS-OUTFILE-NAME-EXCEL TO WS-MFT-THIS-FILE
               MOVE 'EXCEL' TO WS-MFT-THIS-FORMAT
               MOVE 5 TO WS-MFT-FMT-NO
               PERFORM REGISTER-ONE-MANIFEST-FILE
           END-IF
           IF FIXED-FORMAT-SELECTED
               MOVE WS-OUTFILE-NAME-FIXED TO WS-MFT-THIS-FILE
               MOVE 'FIXED' TO WS-MFT-THIS-FORMAT
               MOVE 6 TO WS-MFT-FMT-NO
               PERFORM REGISTER-ONE-MANIFEST-FILE
           END-IF.

      *> Finds or adds the manifest entry for WS-MFT-THIS-FILE. A
      *> resumed single-set file already holds the rows its
      *> checkpoint counted, so a fresh entry for one starts there.
      *> A resumed split slice found already written - or a resumed
      *> file whose checkpoint kept no hash total - holds rows no
      *> count here covers, so its entry is marked unverified.
       REGISTER-ONE-MANIFEST-FILE.
           PERFORM FIND-MANIFEST-ENTRY
           IF WS-MFT-SLOT = 0
               IF WS-MFT-COUNT < 999
                   ADD 1 TO WS-MFT-COUNT
                   MOVE WS-MFT-COUNT TO WS-MFT-SLOT
                   MOVE WS-MFT-THIS-FILE TO WS-MFT-FILE(WS-MFT-SLOT)
                   MOVE WS-MFT-THIS-FORMAT
                       TO WS-MFT-FORMAT(WS-MFT-SLOT)
                   MOVE 0 TO WS-MFT-RECORDS(WS-MFT-SLOT)
                   MOVE 0 TO WS-MFT-ADDS(WS-MFT-SLOT)
                   MOVE 0 TO WS-MFT-CHANGES(WS-MFT-SLOT)
                   MOVE 0 TO WS-MFT-DELETES(WS-MFT-SLOT)
                   MOVE 0 TO WS-MFT-HASH(WS-MFT-SLOT)
                   MOVE 'N' TO WS-MFT-UNVERIFIED(WS-MFT-SLOT)
                   IF WS-RESTART-COUNT > 0 AND WS-MFT-FMT-NO < 7
                       IF SPLIT-MODE-SELECTED
                           IF WS-EXTEND-FOUND-EXISTING = 'Y'
                               MOVE 'Y'
                                   TO WS-MFT-UNVERIFIED(WS-MFT-SLOT)
                           END-IF
                       ELSE
                           MOVE WS-CKPT-WRITTEN
                               TO WS-MFT-RECORDS(WS-MFT-SLOT)
                           MOVE WS-CKPT-ADDED
                               TO WS-MFT-ADDS(WS-MFT-SLOT)
                           MOVE WS-CKPT-CHANGED
                               TO WS-MFT-CHANGES(WS-MFT-SLOT)
                           ADD WS-CKPT-REKEYED
                               TO WS-MFT-CHANGES(WS-MFT-SLOT)
                           IF WS-CKPT-HASH-SEEN = 'Y'
                               MOVE WS-CKPT-HASH
                                   TO WS-MFT-HASH(WS-MFT-SLOT)
                           ELSE
                               MOVE 'Y'
                                   TO WS-MFT-UNVERIFIED(WS-MFT-SLOT)
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   IF WS-MFT-FULL-WARNED = 'N'
                       DISPLAY "Warning: more than 999 output files, "
                           "the rest are not on the manifest"
                       MOVE 'Y' TO WS-MFT-FULL-WARNED
                   END-IF
               END-IF
           END-IF
           MOVE WS-MFT-SLOT TO WS-MFT-CUR-SLOT(WS-MFT-FMT-NO).

      *> Sets WS-MFT-SLOT to the entry for WS-MFT-THIS-FILE, or zero.
       FIND-MANIFEST-ENTRY.
           MOVE 0 TO WS-MFT-SLOT
           PERFORM VARYING WS-MFT-IDX FROM 1 BY 1
                   UNTIL WS-MFT-IDX > WS-MFT-COUNT OR WS-MFT-SLOT > 0
               IF WS-MFT-FILE(WS-MFT-IDX) = WS-MFT-THIS-FILE
                   MOVE WS-MFT-IDX TO WS-MFT-SLOT
               END-IF
           END-PERFORM.

      *> Counts the row about to be converted against every selected
      *> format's current file: one record, its delta action under
      *> MASTER=Y, and the MANIFESTHASH= column's value. A REKEY
      *> updates a row downstream already holds, so it counts with
      *> the changes. The file's running hash total is kept for the
      *> checkpoint as well.
       TALLY-MANIFEST-ROW.
           MOVE 0 TO WS-MFT-ROW-HASH
           IF WS-MFT-HASH-IDX > 0
               MOVE WS-DATA-FIELD(WS-MFT-HASH-IDX) TO WS-CSV-FIELD-WORK
               PERFORM FIND-CSV-FIELD-LENGTH
               IF WS-CSV-FIELD-LEN > 0
                   MOVE WS-CSV-FIELD-LEN TO WS-VAL-LEN
                   PERFORM PARSE-NUMERIC-FIELD-VALUE
                   MOVE WS-PROF-NUM-WORK TO WS-MFT-ROW-HASH
               END-IF
           END-IF
           ADD WS-MFT-ROW-HASH TO WS-MFT-RUN-HASH
           PERFORM VARYING WS-MFT-FMT-NO FROM 1 BY 1
                   UNTIL WS-MFT-FMT-NO > 6
               MOVE WS-MFT-CUR-SLOT(WS-MFT-FMT-NO) TO WS-MFT-SLOT
               IF WS-MFT-SLOT > 0
                   ADD 1 TO WS-MFT-RECORDS(WS-MFT-SLOT)
                   IF MASTER-MODE-ACTIVE
                       EVALUATE TRUE
                           WHEN DELTA-ROW-ADDED
                               ADD 1 TO WS-MFT-ADDS(WS-MFT-SLOT)
                           WHEN DELTA-ROW-CHANGED
                           WHEN DELTA-ROW-REKEYED
                               ADD 1 TO WS-MFT-CHANGES(WS-MFT-SLOT)
                           WHEN DELTA-ROW-DELETED
                               ADD 1 TO WS-MFT-DELETES(WS-MFT-SLOT)
                       END-EVALUATE
                   END-IF
                   ADD WS-MFT-ROW-HASH TO WS-MFT-HASH(WS-MFT-SLOT)
               END-IF
           END-PERFORM.

      *> Resolves the manifest hash column - MANIFESTHASH=, else the
      *> TRAILERHASH= column - on the current file's header row.
       RESOLVE-MANIFEST-HASH-COLUMN.
           MOVE 0 TO WS-MFT-HASH-IDX
           IF WS-MFT-HASH-NAME = SPACES
               MOVE WS-HASH-COL-NAME TO WS-MFT-HASH-NAME
           END-IF
           IF WS-MFT-HASH-NAME NOT = SPACES
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                       UNTIL WS-INDEX > WS-COLUMN-COUNT
                   IF WS-MFT-HASH-IDX = 0
                           AND (WS-HEADER-FIELD(WS-INDEX) =
                                   WS-MFT-HASH-NAME
                             OR WS-MATCHED-HEADERS(WS-INDEX) =
                                   WS-MFT-HASH-NAME)
                       MOVE WS-INDEX TO WS-MFT-HASH-IDX
                   END-IF
               END-PERFORM
               IF WS-MFT-HASH-IDX = 0
                   DISPLAY "Warning: manifest hash column not found on "
                       WS-INFILE-NAME ": " WS-MFT-HASH-NAME
               END-IF
           END-IF.

      *> Edits the hash total at WS-MFT-HASH-EDIT and finds where its
      *> digits start, for the delimited trailer and manifest lines.
       EDIT-MANIFEST-HASH.
           MOVE 1 TO WS-MFT-HASH-START
           PERFORM VARYING WS-MFT-HASH-START FROM 1 BY 1
                   UNTIL WS-MFT-HASH-START > 18
                       OR WS-MFT-HASH-EDIT(WS-MFT-HASH-START:1)
                           NOT = SPACE
               CONTINUE
           END-PERFORM.

      *> TRAILER,records,hash,adds,changes,deletes - the lead-in and
      *> count/hash order our own intake reconciles vendor trailers
      *> by - for the Excel file at manifest entry WS-MFT-SLOT.
       WRITE-EXCEL-TRAILER.
           IF WS-MFT-SLOT > 0
               PERFORM CHECK-TRAILER-VERIFIED
           END-IF
           IF WS-MFT-SLOT > 0
               MOVE WS-MFT-HASH(WS-MFT-SLOT) TO WS-MFT-HASH-EDIT
               PERFORM EDIT-MANIFEST-HASH
               MOVE SPACES TO OUTPUT-RECORD-EXCEL
               STRING 'TRAILER,' DELIMITED BY SIZE
                      WS-MFT-RECORDS(WS-MFT-SLOT) DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      WS-MFT-HASH-EDIT(WS-MFT-HASH-START:)
                          DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      WS-MFT-ADDS(WS-MFT-SLOT) DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      WS-MFT-CHANGES(WS-MFT-SLOT) DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      WS-MFT-DELETES(WS-MFT-SLOT) DELIMITED BY SIZE
                   INTO OUTPUT-RECORD-EXCEL
               END-STRING
               WRITE OUTPUT-RECORD-EXCEL
           END-IF.

      *> The FIXED-TRAILER layout for the fixed-width file at
      *> manifest entry WS-MFT-SLOT.
       WRITE-FIXED-TRAILER.
           IF WS-MFT-SLOT > 0
               PERFORM CHECK-TRAILER-VERIFIED
           END-IF
           IF WS-MFT-SLOT > 0
               MOVE WS-MFT-RECORDS(WS-MFT-SLOT) TO WS-MFT-FT-RECORDS
               MOVE WS-MFT-HASH(WS-MFT-SLOT) TO WS-MFT-FT-HASH
               MOVE WS-MFT-ADDS(WS-MFT-SLOT) TO WS-MFT-FT-ADDS
               MOVE WS-MFT-CHANGES(WS-MFT-SLOT) TO WS-MFT-FT-CHANGES
               MOVE WS-MFT-DELETES(WS-MFT-SLOT) TO WS-MFT-FT-DELETES
               MOVE SPACES TO OUTPUT-RECORD-FIXED
               MOVE WS-MFT-FIXED-TRAILER TO OUTPUT-RECORD-FIXED
               WRITE OUTPUT-RECORD-FIXED
           END-IF.

      *> A trailer whose counts would be short - see WS-MFT-UNVERIFIED
      *> - is not written at all: a receiving job reconciling it would
      *> reject a complete file. WS-MFT-SLOT is cleared to withhold it.
       CHECK-TRAILER-VERIFIED.
           IF WS-MFT-UNVERIFIED(WS-MFT-SLOT) = 'Y'
               DISPLAY "Warning: trailer withheld on "
                   WS-MFT-FILE(WS-MFT-SLOT)(1:60)
                   " - resumed file's counts cannot be verified"
               MOVE 4 TO WS-RC-CANDIDATE
               PERFORM RAISE-RETURN-CODE
               MOVE 0 TO WS-MFT-SLOT
           END-IF.

      *> Writes the run's manifest once every output is closed: a
      *> header line (run date and time, file count, COMPLETE or
      *> RESUMED), one FILE line per output with the counts tallied
      *> as it was written and the lines and bytes it holds on disk,
      *> and a TOTAL line. An output that cannot be read back is
      *> listed with zero bytes and raises the return code.
       WRITE-MANIFEST-FILE.
           IF WS-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           ACCEPT WS-MFT-TIME FROM TIME
           MOVE SPACES TO WS-MFT-FILE-NAME
           STRING WS-MFT-NAME-PREFIX DELIMITED BY SPACE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-MFT-FILE-NAME
           END-STRING
           OPEN OUTPUT MANIFEST-FILE
           IF WS-OUT-STATUS NOT = '00'
               DISPLAY "Warning: cannot write manifest "
                   WS-MFT-FILE-NAME
               MOVE 4 TO WS-RC-CANDIDATE
               PERFORM RAISE-RETURN-CODE
           ELSE
               IF MANIFEST-RUN-RESUMED
                   MOVE 'RESUMED' TO WS-MFT-RUN-STATE
               ELSE
                   MOVE 'COMPLETE' TO WS-MFT-RUN-STATE
               END-IF
               MOVE SPACES TO WS-MFT-LINE
               STRING 'MANIFEST|' DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-MFT-TIME(1:6) DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-MFT-COUNT DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-MFT-RUN-STATE DELIMITED BY SPACE
                   INTO WS-MFT-LINE
               END-STRING
               WRITE MANIFEST-RECORD FROM WS-MFT-LINE
               MOVE 0 TO WS-MFT-TOT-RECORDS
               MOVE 0 TO WS-MFT-TOT-ADDS
               MOVE 0 TO WS-MFT-TOT-CHANGES
               MOVE 0 TO WS-MFT-TOT-DELETES
               MOVE 0 TO WS-MFT-TOT-HASH
               MOVE 0 TO WS-MFT-TOT-BYTES
               MOVE 0 TO WS-MFT-MISSING
               PERFORM VARYING WS-MFT-IDX FROM 1 BY 1
                       UNTIL WS-MFT-IDX > WS-MFT-COUNT
                   PERFORM WRITE-MANIFEST-ENTRY
               END-PERFORM
               MOVE WS-MFT-TOT-HASH TO WS-MFT-HASH-EDIT
               PERFORM EDIT-MANIFEST-HASH
               MOVE SPACES TO WS-MFT-LINE
               STRING 'TOTAL|' DELIMITED BY SIZE
                      WS-MFT-COUNT DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-MFT-TOT-RECORDS DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-MFT-TOT-ADDS DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-MFT-TOT-CHANGES DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-MFT-TOT-DELETES DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-MFT-HASH-EDIT(WS-MFT-HASH-START:)
                          DELIMITED BY SIZE
                      '||' DELIMITED BY SIZE
                      WS-MFT-TOT-BYTES DELIMITED BY SIZE
                   INTO WS-MFT-LINE
               END-STRING
               WRITE MANIFEST-RECORD FROM WS-MFT-LINE
               CLOSE MANIFEST-FILE
               DISPLAY "Manifest files:   " WS-MFT-COUNT
                   " on " WS-MFT-FILE-NAME
               IF WS-MFT-MISSING > 0
                   DISPLAY "Warning: " WS-MFT-MISSING
                       " output file(s) could not be read back "
                       "for the manifest"
                   MOVE 4 TO WS-RC-CANDIDATE
                   PERFORM RAISE-RETURN-CODE
               END-IF
           END-IF.

      *> Reads back the output at manifest entry WS-MFT-IDX for its
      *> line and byte counts and writes its FILE line, ending
      *> |UNVERIFIED when its counts cover only part of the file.
       WRITE-MANIFEST-ENTRY.
           MOVE WS-MFT-FILE(WS-MFT-IDX) TO WS-MFT-CHECK-NAME
           MOVE 0 TO WS-MFT-LINES
           MOVE 0 TO WS-MFT-BYTES
           OPEN INPUT MANIFEST-CHECK-FILE
           IF WS-MFT-CHECK-STATUS NOT = '00'
               ADD 1 TO WS-MFT-MISSING
           ELSE
               MOVE 'N' TO WS-MFT-CHECK-EOF
               PERFORM UNTIL WS-MFT-CHECK-EOF = 'Y'
                   READ MANIFEST-CHECK-FILE
                       AT END
                           MOVE 'Y' TO WS-MFT-CHECK-EOF
                       NOT AT END
                           ADD 1 TO WS-MFT-LINES
                           COMPUTE WS-MFT-BYTES =
                               WS-MFT-BYTES + WS-MFT-LINE-LEN + 1
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-CHECK-FILE
           END-IF
           ADD WS-MFT-RECORDS(WS-MFT-IDX) TO WS-MFT-TOT-RECORDS
           ADD WS-MFT-ADDS(WS-MFT-IDX) TO WS-MFT-TOT-ADDS
           ADD WS-MFT-CHANGES(WS-MFT-IDX) TO WS-MFT-TOT-CHANGES
           ADD WS-MFT-DELETES(WS-MFT-IDX) TO WS-MFT-TOT-DELETES
           ADD WS-MFT-HASH(WS-MFT-IDX) TO WS-MFT-TOT-HASH
           ADD WS-MFT-BYTES TO WS-MFT-TOT-BYTES
           MOVE WS-MFT-HASH(WS-MFT-IDX) TO WS-MFT-HASH-EDIT
           PERFORM EDIT-MANIFEST-HASH
           MOVE SPACES TO WS-MFT-LINE
           MOVE 1 TO WS-MFT-PTR
           STRING 'FILE|' DELIMITED BY SIZE
                  WS-MFT-FILE(WS-MFT-IDX) DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  WS-MFT-FORMAT(WS-MFT-IDX) DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  WS-MFT-RECORDS(WS-MFT-IDX) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-MFT-ADDS(WS-MFT-IDX) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-MFT-CHANGES(WS-MFT-IDX) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-MFT-DELETES(WS-MFT-IDX) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-MFT-HASH-EDIT(WS-MFT-HASH-START:)
                      DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-MFT-LINES DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-MFT-BYTES DELIMITED BY SIZE
               INTO WS-MFT-LINE
               WITH POINTER WS-MFT-PTR
           END-STRING
           IF WS-MFT-UNVERIFIED(WS-MFT-IDX) = 'Y'
               STRING '|UNVERIFIED' DELIMITED BY SIZE
                   INTO WS-MFT-LINE
                   WITH POINTER WS-MFT-PTR
               END-STRING
           END-IF
           WRITE MANIFEST-RECORD FROM WS-MFT-LINE.

      *> Writes the row as one SQL statement. Outside master mode
      *> every row is an INSERT; under MASTER=Y the delta action picks
      *> INSERT, UPDATE or DELETE, the last two keyed on the KEY=
      *> columns. A REKEY is an UPDATE of every column, key columns
      *> included, of the row found by its previous key. Each
      *> statement counts toward the SQLCOMMIT= interval.
       CONVERT-TO-SQL.
           IF MASTER-MODE-ACTIVE
               MOVE SPACES TO OUTPUT-RECORD-SQL
               END-STRING
               WRITE OUTPUT-RECORD-SQL
           END-IF
           IF MASTER-MODE-ACTIVE
                   AND (DELTA-ROW-CHANGED OR DELTA-ROW-DELETED
                        OR DELTA-ROW-REKEYED)
               PERFORM CHECK-SQL-KEY-USABLE
           END-IF
           EVALUATE TRUE
               WHEN NOT MASTER-MODE-ACTIVE
                   PERFORM WRITE-SQL-INSERT
               WHEN (DELTA-ROW-CHANGED OR DELTA-ROW-DELETED
                     OR DELTA-ROW-REKEYED)
                       AND WS-SQL-KEY-USABLE = 'N'
      *> Without every key column on the file the WHERE clause would
      *> match more rows than this one, so the statement is withheld.
                   MOVE SPACES TO OUTPUT-RECORD-SQL
                   STRING '-- ' DELIMITED BY SIZE
                          WS-DELTA-ACTION DELIMITED BY SPACE
                          ' withheld: key column not on file'
                              DELIMITED BY SIZE
                       INTO OUTPUT-RECORD-SQL
                   END-STRING
                   WRITE OUTPUT-RECORD-SQL
                   ADD 1 TO WS-OUTPUT-TRUNCATIONS
               WHEN DELTA-ROW-CHANGED
               WHEN DELTA-ROW-REKEYED
                   PERFORM WRITE-SQL-UPDATE
               WHEN DELTA-ROW-DELETED
                   PERFORM WRITE-SQL-DELETE
               WHEN OTHER
                   PERFORM WRITE-SQL-INSERT
           END-EVALUATE
           PERFORM COUNT-SQL-STATEMENT.

      *> INSERT INTO table (columns) VALUES (values); the key columns
      *> are named as the WHERE clauses name them.
       WRITE-SQL-INSERT.
           MOVE SPACES TO OUTPUT-RECORD-SQL
           MOVE 1 TO WS-CSV-REC-PTR
           STRING 'INSERT INTO ' DELIMITED BY SIZE
                  WS-SQL-TABLE DELIMITED BY SPACE
                  ' (' DELIMITED BY SIZE
               INTO OUTPUT-RECORD-SQL WITH POINTER WS-CSV-REC-PTR
           PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > WS-COLUMN-COUNT
               IF WS-INDEX > 1
                   STRING ', ' DELIMITED BY SIZE INTO OUTPUT-RECORD-SQL
                       WITH POINTER WS-CSV-REC-PTR
               END-IF
               PERFORM CHECK-SQL-KEY-COLUMN
               PERFORM SET-SQL-COLUMN-NAME
               PERFORM FIND-CSV-FIELD-LENGTH
               IF WS-CSV-FIELD-LEN > 0
                   STRING WS-CSV-FIELD-WORK(1:WS-CSV-FIELD-LEN) DELIMITED BY SIZE
               WITH POINTER WS-CSV-REC-PTR
           WRITE OUTPUT-RECORD-SQL.

      *> UPDATE table SET column = value, ... for every column that is
      *> not part of the key - every column, for a REKEY - then the
      *> key's WHERE clause.
       WRITE-SQL-UPDATE.
           MOVE SPACES TO OUTPUT-RECORD-SQL
           MOVE 1 TO WS-CSV-REC-PTR
           STRING 'UPDATE ' DELIMITED BY SIZE
                  WS-SQL-TABLE DELIMITED BY SPACE
                  ' SET' DELIMITED BY SIZE
               INTO OUTPUT-RECORD-SQL WITH POINTER WS-CSV-REC-PTR
           WRITE OUTPUT-RECORD-SQL

           MOVE SPACES TO OUTPUT-RECORD-SQL
           MOVE 1 TO WS-CSV-REC-PTR
           MOVE 'N' TO WS-SQL-SET-ANY
           PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > WS-COLUMN-COUNT
               PERFORM CHECK-SQL-KEY-COLUMN
               IF WS-SQL-COL-IS-KEY = 'N' OR DELTA-ROW-REKEYED
                   IF WS-SQL-SET-ANY = 'Y'
                       STRING ', ' DELIMITED BY SIZE INTO OUTPUT-RECORD-SQL
                           WITH POINTER WS-CSV-REC-PTR
                   END-IF
                   MOVE 'Y' TO WS-SQL-SET-ANY
                   PERFORM SET-SQL-COLUMN-NAME
                   PERFORM FIND-CSV-FIELD-LENGTH
                   IF WS-CSV-FIELD-LEN > 0
                       STRING WS-CSV-FIELD-WORK(1:WS-CSV-FIELD-LEN)
                               DELIMITED BY SIZE
                              ' = ' DELIMITED BY SIZE
                           INTO OUTPUT-RECORD-SQL WITH POINTER WS-CSV-REC-PTR
                           ON OVERFLOW
                               ADD 1 TO WS-OUTPUT-TRUNCATIONS
                       END-STRING
                   END-IF
                   PERFORM BUILD-SQL-LITERAL
                   IF WS-SQL-LITERAL-LEN > 0
                       STRING WS-SQL-LITERAL(1:WS-SQL-LITERAL-LEN)
                               DELIMITED BY SIZE
                           INTO OUTPUT-RECORD-SQL WITH POINTER WS-CSV-REC-PTR
                           ON OVERFLOW
                               ADD 1 TO WS-OUTPUT-TRUNCATIONS
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM
           WRITE OUTPUT-RECORD-SQL
           IF DELTA-ROW-REKEYED
               PERFORM WRITE-SQL-PRIOR-KEY-WHERE
           ELSE
               PERFORM WRITE-SQL-WHERE-CLAUSE
           END-IF.

      *> The WHERE clause of a REKEY's UPDATE finds the row by the key
      *> it had before the vendor renumbered it: the previous key's
      *> '|' parts stand in for the key columns' values while the
      *> clause is built, and the row's own values are put back after.
       WRITE-SQL-PRIOR-KEY-WHERE.
           MOVE SPACES TO WS-RKY-KEY-PARTS
           UNSTRING WS-RKY-PRIOR-KEY DELIMITED BY '|'
               INTO WS-RKY-KEY-PART(1) WS-RKY-KEY-PART(2)
                    WS-RKY-KEY-PART(3) WS-RKY-KEY-PART(4)
                    WS-RKY-KEY-PART(5)
           END-UNSTRING
           PERFORM VARYING WS-KEY-PART-IDX FROM 1 BY 1
                   UNTIL WS-KEY-PART-IDX > WS-KEY-COL-COUNT
               MOVE WS-KEY-COL-IDX(WS-KEY-PART-IDX) TO WS-INDEX
               MOVE WS-DATA-FIELD(WS-INDEX)
                   TO WS-RKY-SAVED-FIELD(WS-KEY-PART-IDX)
               MOVE WS-RKY-KEY-PART(WS-KEY-PART-IDX)
                   TO WS-DATA-FIELD(WS-INDEX)
           END-PERFORM
           PERFORM WRITE-SQL-WHERE-CLAUSE
           PERFORM VARYING WS-KEY-PART-IDX FROM 1 BY 1
                   UNTIL WS-KEY-PART-IDX > WS-KEY-COL-COUNT
               MOVE WS-KEY-COL-IDX(WS-KEY-PART-IDX) TO WS-INDEX
               MOVE WS-RKY-SAVED-FIELD(WS-KEY-PART-IDX)
                   TO WS-DATA-FIELD(WS-INDEX)
           END-PERFORM.

      *> DELETE FROM table, then the key's WHERE clause.
       WRITE-SQL-DELETE.
           MOVE SPACES TO OUTPUT-RECORD-SQL
           MOVE 1 TO WS-CSV-REC-PTR
           STRING 'DELETE FROM ' DELIMITED BY SIZE
                  WS-SQL-TABLE DELIMITED BY SPACE
               INTO OUTPUT-RECORD-SQL WITH POINTER WS-CSV-REC-PTR
           WRITE OUTPUT-RECORD-SQL
           PERFORM WRITE-SQL-WHERE-CLAUSE.

      *> WHERE k1 = v1 AND k2 = v2 ...; naming each key part by its
      *> SQLKEY= column, else by the KEY= column's mapped name. An
      *> empty numeric or date key compares IS NULL.
       WRITE-SQL-WHERE-CLAUSE.
           MOVE SPACES TO OUTPUT-RECORD-SQL
           MOVE 1 TO WS-CSV-REC-PTR
           STRING 'WHERE ' DELIMITED BY SIZE
               INTO OUTPUT-RECORD-SQL WITH POINTER WS-CSV-REC-PTR
           PERFORM VARYING WS-KEY-PART-IDX FROM 1 BY 1
                   UNTIL WS-KEY-PART-IDX > WS-KEY-COL-COUNT
               IF WS-KEY-PART-IDX > 1
                   STRING ' AND ' DELIMITED BY SIZE INTO OUTPUT-RECORD-SQL
                       WITH POINTER WS-CSV-REC-PTR
               END-IF
               MOVE WS-KEY-COL-IDX(WS-KEY-PART-IDX) TO WS-INDEX
               IF WS-SQL-KEY-NAME(WS-KEY-PART-IDX) NOT = SPACES
                   MOVE WS-SQL-KEY-NAME(WS-KEY-PART-IDX)
                       TO WS-CSV-FIELD-WORK
               ELSE
                   MOVE WS-MATCHED-HEADERS(WS-INDEX) TO WS-CSV-FIELD-WORK
               END-IF
               PERFORM FIND-CSV-FIELD-LENGTH
               IF WS-CSV-FIELD-LEN > 0
                   STRING WS-CSV-FIELD-WORK(1:WS-CSV-FIELD-LEN)
                           DELIMITED BY SIZE
                       INTO OUTPUT-RECORD-SQL WITH POINTER WS-CSV-REC-PTR
                       ON OVERFLOW
                           ADD 1 TO WS-OUTPUT-TRUNCATIONS
                   END-STRING
               END-IF
               PERFORM BUILD-SQL-LITERAL
               IF WS-SQL-LITERAL-LEN = 4 AND WS-SQL-LITERAL(1:4) = 'NULL'
                   STRING ' IS NULL' DELIMITED BY SIZE
                       INTO OUTPUT-RECORD-SQL WITH POINTER WS-CSV-REC-PTR
                       ON OVERFLOW
                           ADD 1 TO WS-OUTPUT-TRUNCATIONS
                   END-STRING
               ELSE
                   STRING ' = ' DELIMITED BY SIZE
                          WS-SQL-LITERAL(1:WS-SQL-LITERAL-LEN)
                              DELIMITED BY SIZE
                       INTO OUTPUT-RECORD-SQL WITH POINTER WS-CSV-REC-PTR
                       ON OVERFLOW
                           ADD 1 TO WS-OUTPUT-TRUNCATIONS
                   END-STRING
               END-IF
           END-PERFORM
           STRING ';' DELIMITED BY SIZE INTO OUTPUT-RECORD-SQL
               WITH POINTER WS-CSV-REC-PTR
           WRITE OUTPUT-RECORD-SQL.

      *> Sets WS-SQL-COL-IS-KEY for the column at WS-INDEX, and
      *> WS-SQL-COL-KEY-PART to the key part it is.
       CHECK-SQL-KEY-COLUMN.
           MOVE 'N' TO WS-SQL-COL-IS-KEY
           MOVE 0 TO WS-SQL-COL-KEY-PART
           PERFORM VARYING WS-KEY-PART-IDX FROM 1 BY 1
                   UNTIL WS-KEY-PART-IDX > WS-KEY-COL-COUNT
               IF WS-KEY-COL-IDX(WS-KEY-PART-IDX) = WS-INDEX
                   MOVE 'Y' TO WS-SQL-COL-IS-KEY
                   MOVE WS-KEY-PART-IDX TO WS-SQL-COL-KEY-PART
               END-IF
           END-PERFORM.

      *> Puts the SQL name of the column at WS-INDEX in
      *> WS-CSV-FIELD-WORK, after CHECK-SQL-KEY-COLUMN: a key column
      *> by its SQLKEY= name, as WRITE-SQL-WHERE-CLAUSE names it, and
      *> any other column - or a key column SQLKEY= leaves unnamed -
      *> by its mapped header.
       SET-SQL-COLUMN-NAME.
           MOVE WS-MATCHED-HEADERS(WS-INDEX) TO WS-CSV-FIELD-WORK
           IF WS-SQL-COL-KEY-PART > 0
               IF WS-SQL-KEY-NAME(WS-SQL-COL-KEY-PART) NOT = SPACES
                   MOVE WS-SQL-KEY-NAME(WS-SQL-COL-KEY-PART)
                       TO WS-CSV-FIELD-WORK
               END-IF
           END-IF.

      *> An UPDATE or DELETE needs every KEY= column present on the
      *> file to pin down exactly one row - a REKEY's UPDATE too.
       CHECK-SQL-KEY-USABLE.
           MOVE 'Y' TO WS-SQL-KEY-USABLE
           IF WS-KEY-COL-COUNT = 0
               MOVE 'N' TO WS-SQL-KEY-USABLE
           END-IF
           PERFORM VARYING WS-KEY-PART-IDX FROM 1 BY 1
                   UNTIL WS-KEY-PART-IDX > WS-KEY-COL-COUNT
               IF WS-KEY-COL-IDX(WS-KEY-PART-IDX) = 0
                   MOVE 'N' TO WS-SQL-KEY-USABLE
               END-IF
           END-PERFORM.

      *> Commits and reopens the transaction once SQLCOMMIT= statements
      *> have been written since the last one.
       COUNT-SQL-STATEMENT.
           ADD 1 TO WS-SQL-STMT-COUNT
           IF WS-SQL-COMMIT-EVERY > 0
                   AND WS-SQL-STMT-COUNT >= WS-SQL-COMMIT-EVERY
               MOVE 'COMMIT;' TO OUTPUT-RECORD-SQL
               WRITE OUTPUT-RECORD-SQL
               PERFORM WRITE-SQL-TRANSACTION-OPENER
           END-IF.

      *> Builds WS-SQL-LITERAL / WS-SQL-LITERAL-LEN for the data field
      *> currently at WS-DATA-FIELD(WS-INDEX). Numeric and date-like
      *> columns (per WS-DATA-TYPE-HEADERS) are emitted unquoted, or as
                   INTO OUTPUT-RECORD-EXCEL
                   WITH POINTER WS-CSV-REC-PTR
               END-STRING
               IF REKEY-XREF-LOADED
                   IF DELTA-ROW-REKEYED
                       MOVE WS-RKY-PRIOR-KEY TO WS-CSV-FIELD-WORK
                       PERFORM BUILD-EXCEL-FIELD
                       IF WS-CSV-OUT-LEN > 0
                           STRING WS-CSV-OUT-FIELD(1:WS-CSV-OUT-LEN)
                                   DELIMITED BY SIZE
                               INTO OUTPUT-RECORD-EXCEL
                               WITH POINTER WS-CSV-REC-PTR
                           END-STRING
                       END-IF
                   END-IF
                   STRING ',' DELIMITED BY SIZE
                       INTO OUTPUT-RECORD-EXCEL
                       WITH POINTER WS-CSV-REC-PTR
                   END-STRING
               END-IF
           END-IF
           PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > WS-COLUMN-COUNT
               IF WS-INDEX > 1
                   INTO OUTPUT-RECORD-EXCEL
                   WITH POINTER WS-CSV-REC-PTR
               END-STRING
               IF REKEY-XREF-LOADED
                   STRING 'previous_key,' DELIMITED BY SIZE
                       INTO OUTPUT-RECORD-EXCEL
                       WITH POINTER WS-CSV-REC-PTR
                   END-STRING
               END-IF
           END-IF
           PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > WS-COLUMN-COUNT
               IF WS-INDEX > 1
      *> Writes the record as fixed-width columns, each field trimmed
      *> or space-padded to its column's resolved width, in header
      *> order. Under delta processing a six-byte action column leads
      *> the record, followed - when re-keys are on file - by a
      *> previous-key column as wide as the longest old key, blank on
      *> all but REKEY records. The first record of each file also
      *> generates the companion copybook so the layout and the data
      *> can never disagree.
       CONVERT-TO-FIXED.
           IF NOT COPYBOOK-WRITTEN
               PERFORM WRITE-COPYBOOK-FILE
               MOVE WS-DELTA-ACTION
                   TO OUTPUT-RECORD-FIXED(WS-FIXED-PTR:6)
               ADD 6 TO WS-FIXED-PTR
               IF REKEY-XREF-LOADED
                   IF DELTA-ROW-REKEYED
                       MOVE WS-RKY-PRIOR-KEY(1:WS-RKY-KEY-WIDTH)
                           TO OUTPUT-RECORD-FIXED
                           (WS-FIXED-PTR:WS-RKY-KEY-WIDTH)
                   END-IF
                   ADD WS-RKY-KEY-WIDTH TO WS-FIXED-PTR
               END-IF
           END-IF
      *> Once a column fails the fit test no further columns are
      *> emitted for this record - writing a later, narrower column
                   '           05  FIXED-ACTION PIC X(006).'
                       TO COPYBOOK-RECORD
                   WRITE COPYBOOK-RECORD
                   IF REKEY-XREF-LOADED
                       PERFORM WRITE-COPYBOOK-PRIOR-KEY
                   END-IF
               END-IF
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                       UNTIL WS-INDEX > WS-COLUMN-COUNT
                   END-STRING
                   WRITE COPYBOOK-RECORD FROM WS-CPY-LINE
               END-PERFORM
               IF OUTPUT-TRAILERS-SELECTED
                   PERFORM WRITE-COPYBOOK-TRAILER
               END-IF
               CLOSE COPYBOOK-FILE
               MOVE WS-OUTFILE-NAME-CPY TO WS-MFT-THIS-FILE
               MOVE 'CPY' TO WS-MFT-THIS-FORMAT
               MOVE 7 TO WS-MFT-FMT-NO
               PERFORM REGISTER-ONE-MANIFEST-FILE
           END-IF.

      *> Describes the previous-key column that follows the action
      *> when re-keys are on file, its width edited the same way.
       WRITE-COPYBOOK-PRIOR-KEY.
           MOVE WS-RKY-KEY-WIDTH TO WS-CPY-LEN-EDIT
           PERFORM VARYING WS-CPY-LEN-START FROM 1 BY 1
                   UNTIL WS-CPY-LEN-START > 3
                       OR WS-CPY-LEN-EDIT
                           (WS-CPY-LEN-START:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE SPACES TO WS-CPY-LINE
           STRING '           05  FIXED-PREVIOUS-KEY PIC X('
                      DELIMITED BY SIZE
                  WS-CPY-LEN-EDIT(WS-CPY-LEN-START:
                      5 - WS-CPY-LEN-START)
                      DELIMITED BY SIZE
                  ').' DELIMITED BY SIZE
               INTO WS-CPY-LINE
           END-STRING
           WRITE COPYBOOK-RECORD FROM WS-CPY-LINE.

      *> Describes the OUTTRAILER=Y trailer record the fixed-width
      *> file ends with, as a second record layout.
       WRITE-COPYBOOK-TRAILER.
           MOVE '       01  FIXED-TRAILER.' TO COPYBOOK-RECORD
           WRITE COPYBOOK-RECORD
           MOVE '           05  FIXED-TRAILER-ID PIC X(7).'
               TO COPYBOOK-RECORD
           WRITE COPYBOOK-RECORD
           MOVE '           05  FIXED-TRAILER-RECORDS PIC 9(9).'
               TO COPYBOOK-RECORD
           WRITE COPYBOOK-RECORD
           MOVE '           05  FIXED-TRAILER-HASH PIC -(11)9.9(6).'
               TO COPYBOOK-RECORD
           WRITE COPYBOOK-RECORD
           MOVE '           05  FIXED-TRAILER-ADDS PIC 9(9).'
               TO COPYBOOK-RECORD
           WRITE COPYBOOK-RECORD
           MOVE '           05  FIXED-TRAILER-CHANGES PIC 9(9).'
               TO COPYBOOK-RECORD
           WRITE COPYBOOK-RECORD
           MOVE '           05  FIXED-TRAILER-DELETES PIC 9(9).'
               TO COPYBOOK-RECORD
           WRITE COPYBOOK-RECORD.

      *> Derives a COBOL data name from the column's mapped header:
      *> upper-cased, anything outside A-Z/0-9 folded to '-', trailing
      *> hyphens stripped (a name ending in a hyphen is not a legal
