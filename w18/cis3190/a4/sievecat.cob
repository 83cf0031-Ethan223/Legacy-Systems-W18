*>--------------------------------------------------------
*>name: ethan coles
*>id: 0843081
*>file: sievecat.cob
*>description: reference catalog report for sieve outfiles.
*>folds SIEVECAT.TXT down to one current entry per outfile
*>and lists every one - its range, prime count, generation
*>date, latest sievever verdict and seed lineage - flagging
*>the files nobody should be consuming: never certified,
*>failed certification, or no longer on disk. a parm of
*>PURGE also rewrites the catalog to its current entries
*>with the missing files dropped, so it can be cleaned up
*>once the report has been read. anything flagged returns
*>4 so it shows in the run log. names past the 500 the table
*>holds are counted and reported as skipped (also 4), and a
*>PURGE with any skipped refuses to rewrite the catalog and
*>returns 8 - rewriting from the table would lose them.
*>--------------------------------------------------------
identification division.
program-id. sievecat.
environment division.
input-output section.
file-control.
    select catalog-file assign to "SIEVECAT.TXT"
        organization is line sequential
        file status is cat-fscode.
    select report-file assign to "SIEVECRP.TXT"
        organization is line sequential
        file status is rpt-fscode.
    select checked-file assign to dynamic check-name
        organization is line sequential
        file status is chk-fscode.
data division.
file section.
fd catalog-file.
    01  catalog-record pic x(150).
fd report-file.
    01  report-record pic x(132).
fd checked-file.
    01  checked-record pic x(80).
working-storage section.
01  cat-fscode pic 9(2).
01  rpt-fscode pic 9(2).
01  chk-fscode pic 9(2).
01  check-name.
    02  filler pic x(1) occurs 80 times.
01  parm-line pic x(80).
01  purge-wanted pic 9 value 0.
01  cat-eof pic 9 value 0.
01  cat-line-in pic x(150).
copy "sievecat.cpy".
*>the catalog folded one entry per name - a later line for a
*>name replaces the entry the earlier one made. cat-entry-gone
*>is set when the file is found missing from disk.
01  cat-used pic 9(4) value 0.
01  cat-max pic 9(4) value 500.
01  cat-idx pic 9(4).
01  cat-hit pic 9(4).
01  cat-srch pic 9(4).
01  cat-lines-read pic 9(8) value 0.
*>lines for names that found the table full - counted once
*>per line, since a name that never got a slot cannot be
*>folded.
01  cat-skipped pic 9(6) value 0.
01  cat-table.
    02  cat-entry occurs 500 times.
        03  cat-entry-line pic x(137).
        03  cat-entry-gone pic 9.
*>lineage walk - follows a file's seed, that seed's seed and
*>so on back through the catalog, stopping at a file with no
*>seed, a seed the catalog does not know, or ten levels.
01  seed-walk-name pic x(40).
01  seed-depth pic 9(2).
01  seed-done pic 9.
*>run totals.
01  tot-certified pic 9(6) value 0.
01  tot-uncertified pic 9(6) value 0.
01  tot-failed pic 9(6) value 0.
01  tot-missing pic 9(6) value 0.
01  tot-purged pic 9(6) value 0.
01  run-today.
    02  run-yy pic 9(2).
    02  run-mm pic 9(2).
    02  run-dd pic 9(2).
01  title-line.
    02  filler       pic x(32)
        value 'SIEVE REFERENCE CATALOG REPORT  '.
    02  filler       pic x(9)  value 'RUNDATE: '.
    02  title-mm      pic 99.
    02  filler       pic x(1)  value '/'.
    02  title-dd      pic 99.
    02  filler       pic x(1)  value '/'.
    02  title-yy      pic 99.
    02  filler       pic x(83) value spaces.
01  column-line.
    02  filler       pic x(41) value 'OUTFILE'.
    02  filler       pic x(11) value '     LOWER'.
    02  filler       pic x(11) value '     UPPER'.
    02  filler       pic x(11) value '    PRIMES'.
    02  filler       pic x(9)  value 'GENERATD'.
    02  filler       pic x(5)  value 'VDCT'.
    02  filler       pic x(9)  value 'VERIFIED'.
    02  filler       pic x(35) value 'FLAG'.
01  entry-line.
    02  ent-name      pic x(40).
    02  filler       pic x(1)  value space.
    02  ent-lower     pic z(9)9.
    02  filler       pic x(1)  value space.
    02  ent-upper     pic z(9)9.
    02  filler       pic x(1)  value space.
    02  ent-count     pic z(9)9.
    02  filler       pic x(1)  value space.
    02  ent-gendate   pic x(8).
    02  filler       pic x(1)  value space.
    02  ent-verdict   pic x(4).
    02  filler       pic x(1)  value space.
    02  ent-vdate     pic x(8).
    02  filler       pic x(1)  value space.
    02  ent-flag      pic x(12).
    02  filler       pic x(23) value spaces.
01  seed-line.
    02  filler       pic x(6)  value spaces.
    02  filler       pic x(11) value 'SEEDED FROM'.
    02  filler       pic x(1)  value space.
    02  seed-name-out pic x(40).
    02  filler       pic x(1)  value space.
    02  seed-status-out pic x(30).
    02  filler       pic x(43) value spaces.
01  total-line.
    02  total-label   pic x(30).
    02  total-value   pic z(5)9.
    02  filler       pic x(96) value spaces.
procedure division.
    accept parm-line from command-line.
    if parm-line(1:5) = 'PURGE'
        compute purge-wanted = 1
    end-if.

    perform 1000-load-catalog.
    if cat-lines-read = 0
        display 'reference catalog is empty or missing - '
            'nothing to report'
        move 4 to return-code
        goback
    end-if.

    open output report-file.
    if rpt-fscode not = 0
        display 'error opening catalog report (status code: '
            rpt-fscode ')'
        move 8 to return-code
        goback
    end-if.
    accept run-today from date.
    move run-mm to title-mm.
    move run-dd to title-dd.
    move run-yy to title-yy.
    write report-record from title-line.
    move spaces to report-record.
    write report-record.
    write report-record from column-line.

    perform varying cat-idx from 1 by 1 until cat-idx > cat-used
        perform 2000-report-entry
    end-perform.

    perform 3000-write-totals.
    close report-file.

    if purge-wanted = 1
        perform 4000-purge-catalog
    end-if.

    if tot-uncertified > 0 or tot-failed > 0 or tot-missing > 0
            or cat-skipped > 0
        move 4 to return-code
    end-if.
    goback.

*>--------------------------------------------------------
*>1000-load-catalog
*>folds SIEVECAT.TXT into cat-table, one entry per name, a
*>later line for a name replacing the earlier one.
*>--------------------------------------------------------
1000-load-catalog.
    compute cat-used = 0.
    open input catalog-file.
    if cat-fscode = 0
        compute cat-eof = 0
        perform until cat-eof = 1
            read catalog-file into cat-line-in
                at end compute cat-eof = 1
            end-read
            if cat-eof not = 1 and cat-line-in not = spaces
                compute cat-lines-read = cat-lines-read + 1
                move cat-line-in(1:137) to cat-line
                perform 1100-find-entry
                if cat-hit = 0
                    if cat-used < cat-max
                        compute cat-used = cat-used + 1
                        move cat-used to cat-hit
                    else
                        display 'catalog table full - entry skipped: '
                            cat-name
                        compute cat-skipped = cat-skipped + 1
                    end-if
                end-if
                if cat-hit > 0
                    move cat-line to cat-entry-line(cat-hit)
                    compute cat-entry-gone(cat-hit) = 0
                end-if
            end-if
        end-perform
        close catalog-file
    end-if.

*>--------------------------------------------------------
*>1100-find-entry
*>cat-hit comes back as the table slot holding cat-name, or
*>0 when the name has no entry yet.
*>--------------------------------------------------------
1100-find-entry.
    compute cat-hit = 0.
    perform varying cat-srch from 1 by 1
            until cat-srch > cat-used or cat-hit > 0
        if cat-entry-line(cat-srch)(1:40) = cat-name
            move cat-srch to cat-hit
        end-if
    end-perform.

*>--------------------------------------------------------
*>2000-report-entry
*>one catalog entry: checks the file is still on disk, flags
*>it missing, failed or uncertified (in that order - a file
*>that is gone matters more than its old verdict), writes
*>the entry line, then its seed lineage beneath it.
*>--------------------------------------------------------
2000-report-entry.
    move cat-entry-line(cat-idx) to cat-line.
    move cat-name to ent-name.
    move cat-lower to ent-lower.
    move cat-upper to ent-upper.
    move cat-count to ent-count.
    move cat-gendate to ent-gendate.
    move cat-verdict to ent-verdict.
    move cat-vdate to ent-vdate.
    move spaces to ent-flag.

    move spaces to check-name.
    move cat-name to check-name.
    open input checked-file.
    if chk-fscode = 0
        close checked-file
    else
        compute cat-entry-gone(cat-idx) = 1
    end-if.

    if cat-entry-gone(cat-idx) = 1
        move 'MISSING' to ent-flag
        compute tot-missing = tot-missing + 1
    else
        if cat-verdict = 'FAIL'
            move 'FAILED' to ent-flag
            compute tot-failed = tot-failed + 1
        else
            if cat-verdict = 'PASS'
                compute tot-certified = tot-certified + 1
            else
                move 'UNCERTIFIED' to ent-flag
                compute tot-uncertified = tot-uncertified + 1
            end-if
        end-if
    end-if.
    write report-record from entry-line.

    move cat-seed to seed-walk-name.
    compute seed-depth = 0.
    compute seed-done = 0.
    perform until seed-walk-name = spaces or seed-done = 1
            or seed-depth >= 10
        perform 2100-report-seed
    end-perform.

*>--------------------------------------------------------
*>2100-report-seed
*>one step back along the lineage - the seed's own catalog
*>verdict beside its name, then on to the seed it was
*>itself primed from.
*>--------------------------------------------------------
2100-report-seed.
    compute seed-depth = seed-depth + 1.
    move seed-walk-name to seed-name-out.
    move seed-walk-name to cat-name.
    perform 1100-find-entry.
    if cat-hit = 0
        move 'NOT IN CATALOG' to seed-status-out
        compute seed-done = 1
    else
        move cat-entry-line(cat-hit) to cat-line
        if cat-verdict = 'PASS'
            move 'CERTIFIED' to seed-status-out
        else
            if cat-verdict = 'FAIL'
                move 'FAILED CERTIFICATION' to seed-status-out
            else
                move 'UNCERTIFIED' to seed-status-out
            end-if
        end-if
        move cat-seed to seed-walk-name
    end-if.
    write report-record from seed-line.

*>--------------------------------------------------------
*>3000-write-totals
*>the closing counts, to the report and the terminal.
*>--------------------------------------------------------
3000-write-totals.
    move spaces to report-record.
    write report-record.
    move 'CATALOG ENTRIES' to total-label.
    move cat-used to total-value.
    write report-record from total-line.
    display total-line(1:36).
    move 'CERTIFIED' to total-label.
    move tot-certified to total-value.
    write report-record from total-line.
    display total-line(1:36).
    move 'UNCERTIFIED' to total-label.
    move tot-uncertified to total-value.
    write report-record from total-line.
    display total-line(1:36).
    move 'FAILED CERTIFICATION' to total-label.
    move tot-failed to total-value.
    write report-record from total-line.
    display total-line(1:36).
    move 'MISSING FROM DISK' to total-label.
    move tot-missing to total-value.
    write report-record from total-line.
    display total-line(1:36).
    if cat-skipped > 0
        move 'SKIPPED - CATALOG TABLE FULL' to total-label
        move cat-skipped to total-value
        write report-record from total-line
        display total-line(1:36)
        if purge-wanted = 1
            move spaces to report-record
            write report-record
            move 'PURGE REFUSED - CATALOG LEFT AS IT WAS'
                to report-record
            write report-record
        end-if
    end-if.

*>--------------------------------------------------------
*>4000-purge-catalog
*>rewrites SIEVECAT.TXT as just its current entries, one
*>line per file, leaving out every file found missing. the
*>superseded lines for each name go with them. refused
*>with 8 when any line found the table full, since the
*>rewrite would drop it for good.
*>--------------------------------------------------------
4000-purge-catalog.
    if cat-skipped > 0
        display 'purge refused - ' cat-skipped
            ' catalog lines skipped with the table full'
        move 8 to return-code
        goback
    end-if.
    open output catalog-file.
    if cat-fscode not = 0
        display 'error rewriting reference catalog (status code: '
            cat-fscode ')'
        move 8 to return-code
        goback
    end-if.
    perform varying cat-idx from 1 by 1 until cat-idx > cat-used
        if cat-entry-gone(cat-idx) = 1
            compute tot-purged = tot-purged + 1
        else
            move cat-entry-line(cat-idx) to cat-line
            write catalog-record from cat-line
        end-if
    end-perform.
    close catalog-file.
    display 'catalog purged - ' tot-purged ' missing files dropped'.
