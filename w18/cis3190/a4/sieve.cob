    select cert-file assign to "SIEVECRT.TXT"
        organization is line sequential
        file status is cert-fscode.
    select catalog-file assign to "SIEVECAT.TXT"
        organization is line sequential
        file status is cat-fscode.
data division.
file section.
fd standard-input.
fd answer-file.
    01  answer-record pic x(80).
fd cert-file.
    01  cert-record pic x(150).
fd catalog-file.
    01  catalog-record pic x(150).
working-storage section.
01  fscode pic 9(2).
01  restart-fscode pic 9(2).
01  cert-eof pic 9 value 0.
01  cert-check-name pic x(40).
01  cert-status pic x(1).
01  cert-line-in pic x(150).
01  cert-warn pic 9 value 0.
01  seed-cert-warn pic 9 value 0.
01  vdt-uncert-line pic x(100) value
    02  filler       pic x(5)  value ' AND '.
    02  gap-hi-out    pic Z(9)9.
    02  filler       pic x(3)  value spaces.
*>range-window working storage - mode 5, or a parm of
*>"WINDOW <low> <high> <outfile>", sieves only the odd numbers
*>between two bounds. the odd-flag table is reused with slot k
*>standing for the odd number win-first + 2(k - 1), so it only
*>has to be as big as the window, and the window is marked off
*>the base primes up to the square root of the high bound -
*>sieved first in a small table of their own into prime-list.
*>the base sieve runs on to twice the root so the list always
*>holds a prime past the root, which is what lets a lookup or
*>factorization against a window reference prove a leftover
*>cofactor prime.
01  win-low pic 9(10) value 0.
01  win-high pic 9(10) value 0.
01  win-first pic 9(10) value 0.
01  win-mult pic 9(18).
01  win-quot pic 9(10).
01  win-low-token pic x(12).
01  win-high-token pic x(12).
01  base-upper pic 9(10) value 0.
01  base-root pic 9(10) value 0.
01  base-limit pic 9(10) value 0.
01  base-odd-count pic 9(10) value 0.
01  base-table.
    02  base-flag pic 9 occurs 32000 times.
*>a window outfile's header is the generate header with the
*>certification flag's columns given over to the low bound -
*>UPPER: and PRIMES: stay where every reader already looks for
*>them, and LOWER: in columns 59-65 is what marks the file as a
*>window. a window run never seeds, so it never needs the flag.
01  ref-lower pic 9(10) value 2.
01  ref-header-in pic x(80).
01  window-header-line.
    02  filler       pic x(7)  value 'UPPER: '.
    02  win-hdr-upper pic Z(9)9.
    02  filler       pic x(2)  value spaces.
    02  filler       pic x(9)  value 'RUNDATE: '.
    02  win-hdr-mm    pic 99.
    02  filler       pic x(1)  value '/'.
    02  win-hdr-dd    pic 99.
    02  filler       pic x(1)  value '/'.
    02  win-hdr-yy    pic 99.
    02  filler       pic x(2)  value spaces.
    02  filler       pic x(8)  value 'PRIMES: '.
    02  win-hdr-count pic Z(9)9.
    02  filler       pic x(2)  value spaces.
    02  filler       pic x(7)  value 'LOWER: '.
    02  win-hdr-lower pic Z(9)9.
    02  filler       pic x(5)  value spaces.
*>reference-catalog working storage - every outfile written is
*>added to SIEVECAT.TXT, and a reference named as
*>"LIMIT <upper> [<low>]" instead of a file name is chosen from
*>it: the certified file with the fewest primes whose range
*>covers the limit (and the low bound, 2 when left off) and that
*>is still on disk. the catalog is folded into cat-table one
*>entry per name, the last line for a name replacing the ones
*>before it.
01  cat-fscode pic 9(2).
01  cat-eof pic 9 value 0.
01  cat-line-in pic x(150).
copy "sievecat.cpy".
01  cat-used pic 9(4) value 0.
01  cat-max pic 9(4) value 500.
01  cat-idx pic 9(4).
01  cat-best pic 9(4).
01  cat-best-count pic 9(10).
01  cat-found pic 9.
01  cat-table.
    02  cat-entry occurs 500 times.
        03  cat-entry-line pic x(137).
        03  cat-entry-gone pic 9.
01  cat-need-upper pic 9(10).
01  cat-need-lower pic 9(10).
01  cat-verb-token pic x(10).
01  cat-upper-token pic x(12).
01  cat-lower-token pic x(12).
procedure division.
    accept parm-line from command-line.
    if parm-line not = spaces
        move spaces to parm-seed-token
        unstring parm-line delimited by all ' '
            into parm-limit-token, parm-out-token, parm-seed-token
        if parm-limit-token = 'WINDOW'
            perform 8050-take-window-parm
            goback
        end-if
        move spaces to scan-line
        move parm-limit-token(1:12) to scan-line(1:12)
        perform 5300-scan-number
        open input standard-input, output standard-output

        display 'mode - 1) generate primes, 2) candidate lookup, '
            '3) candidate factorization, 4) range/nth queries, '
            '5) range window: '
            with no advancing
        read standard-input into mode-answer
                at end
            close standard-input, standard-output
            goback
        end-if
        if mode-answer(1:1) = '5'
            perform 8000-run-window
            close standard-input, standard-output
            goback
        end-if

        display 'enter an upper limit: ' with no advancing
        read standard-input into upperlim
    end-perform.

    close outfile.

    move outfile-name(1:40) to cat-name.
    move upperlim to cat-upper.
    move 2 to cat-lower.
    if seed-done = 1
        move seed-name(1:40) to cat-seed
    else
        move spaces to cat-seed
    end-if.
    perform 7100-catalog-outfile.

    if sieve-unattended = 0
        close standard-input, standard-output
    end-if.
*>SIEVEVDT.TXT, one line per candidate.
*>--------------------------------------------------------
5000-run-lookup.
    display 'reference outfile name (or LIMIT <upper> [<low>]): '
        with no advancing.
    read standard-input into outfile-name
            at end goback
    end-read.
    perform 7200-select-reference.
    if outfile-name = spaces
        move 8 to return-code
        goback
    end-if.
    display 'candidate file name: ' with no advancing.
    read standard-input into cand-name
            at end goback
*>--------------------------------------------------------
5100-load-reference.
    compute ref-upper = 0.
    compute ref-lower = 2.
    compute ref-kept = 0.
    compute cert-warn = 0.
    move outfile-name(1:40) to cert-check-name.
*>limit the file was built to, then the primes follow in
*>ascending order. primes at or under 100,000 go into the
*>trial-division list, the rest are skipped on the way past.
*>a range-window reference holds none of the small primes
*>the trial division needs, so for one of those the list is
*>the window's own base primes instead, rebuilt from its
*>UPPER: limit exactly as the window run built them.
*>--------------------------------------------------------
5150-read-reference-file.
    open input outfile.
            at end continue
        end-read
        if fscode = 0
            move scan-line to ref-header-in
            *>header layout: UPPER: Z(9)9 in columns 8-17
            move scan-line(8:10) to hdr-upper-text
            move spaces to scan-line
            if scan-ok = 1
                move scan-value to ref-upper
            end-if
            perform 5170-take-window-bound
        end-if

        if ref-lower > 2
            if ref-upper >= 2
                move ref-upper to base-upper
                perform 8100-build-base-primes
                display 'reference is a range window - covers '
                    ref-lower ' to ' ref-upper
            end-if
        else
            compute ref-eof = 0
            perform until ref-eof = 1
                read outfile into scan-line
                    at end compute ref-eof = 1
                end-read
                if ref-eof not = 1 and scan-line not = spaces
                    perform 5300-scan-number
                    if scan-ok = 1 and scan-value <= 100000
                            and ref-kept < 10000
                        compute ref-kept = ref-kept + 1
                        move scan-value to plist(ref-kept)
                    end-if
                end-if
            end-perform
        end-if
        close outfile
    end-if.

*>--------------------------------------------------------
*>5170-take-window-bound
*>picks the low bound out of a range-window header (LOWER:
*>in columns 59-65, the value in 66-75). a full outfile has
*>no such field and covers everything from 2. a window
*>header whose bound cannot be read leaves the reference
*>unusable rather than letting it pass for a full outfile.
*>--------------------------------------------------------
5170-take-window-bound.
    compute ref-lower = 2.
    if ref-header-in(59:7) = 'LOWER: '
        move spaces to scan-line
        move ref-header-in(66:10) to scan-line(1:10)
        perform 5300-scan-number
        if scan-ok = 1 and scan-value <= ref-upper
            if scan-value > 2
                move scan-value to ref-lower
            end-if
        else
            display 'reference window header is unreadable'
            compute ref-upper = 0
        end-if
    end-if.

*>--------------------------------------------------------
*>5300-scan-number
*>pulls an unsigned number out of scan-line, skipping the
*>square root - the first hit is by construction the
*>smallest prime factor - and a candidate no listed prime
*>divides is prime. anything above the reference limit (or
*>under its low bound - 2 for a full outfile) is flagged out
*>of range rather than guessed at.
*>--------------------------------------------------------
5400-judge-candidate.
    if scan-value < ref-lower or scan-value > ref-upper
        move scan-value to vdt-cand
        move 'OUT-OF-RANGE' to vdt-text
        move spaces to vdt-factor-label
*>analysts can see how much the reference covered.
*>--------------------------------------------------------
5500-run-factor.
    display 'reference outfile name (or LIMIT <upper> [<low>]): '
        with no advancing.
    read standard-input into outfile-name
            at end goback
    end-read.
    perform 7200-select-reference.
    if outfile-name = spaces
        move 8 to return-code
        goback
    end-if.
    display 'candidate file name: ' with no advancing.
    read standard-input into cand-name
            at end goback
*>a leftover the list's largest prime cannot vouch for (its
*>square is below the leftover) is beyond the reference
*>coverage: it is written as-is and the line tagged partial.
*>out-of-range candidates are flagged exactly as
*>5400-judge-candidate flags them.
*>--------------------------------------------------------
5600-factor-candidate.
    if scan-value < ref-lower or scan-value > ref-upper
        move scan-value to vdt-cand
        move 'OUT-OF-RANGE' to vdt-text
        move spaces to vdt-factor-label
*>spreadsheet again just to count a range.
*>--------------------------------------------------------
5700-run-query.
    display 'reference outfile name (or LIMIT <upper> [<low>]): '
        with no advancing.
    read standard-input into outfile-name
            at end goback
    end-read.
    perform 7200-select-reference.
    if outfile-name = spaces
        move 8 to return-code
        goback
    end-if.
    display 'query file name: ' with no advancing.
    read standard-input into cand-name
            at end goback
*>the file cannot prove anything up there. every prime then
*>updates every still-open query: a COUNT inside its bounds
*>ticks up, and the nth prime past closes its NTH query.
*>against a range-window reference a COUNT reaching below
*>the low bound is out of range too, and so is every NTH -
*>the window does not know how many primes come before it.
*>--------------------------------------------------------
5750-stream-reference.
    compute ref-upper = 0.
    compute ref-lower = 2.
    compute prime-seq = 0.
    open input outfile.
    if fscode not = 0
            at end continue
        end-read
        if fscode = 0
            move scan-line to ref-header-in
            *>header layout: UPPER: Z(9)9 in columns 8-17
            move scan-line(8:10) to hdr-upper-text
            move spaces to scan-line
            if scan-ok = 1
                move scan-value to ref-upper
            end-if
            perform 5170-take-window-bound
        end-if

        perform varying qry-idx from 1 by 1 until qry-idx > qry-count
            if qry-bad(qry-idx) = 0 and qry-type(qry-idx) = 'C'
                    and (qry-b(qry-idx) > ref-upper
                    or (qry-a(qry-idx) < ref-lower and ref-lower > 2))
                compute qry-bad(qry-idx) = 1
            end-if
            if qry-bad(qry-idx) = 0 and qry-type(qry-idx) = 'N'
                    and ref-lower > 2
                compute qry-bad(qry-idx) = 1
            end-if
        end-perform
            at end continue
        end-read
        if seed-fscode = 0
            move scan-line to ref-header-in
            *>header layout: UPPER: in columns 8-17 and the PRIMES
            *>count in columns 47-56
            move scan-line(8:10) to hdr-upper-text
            if scan-ok = 1
                move scan-value to seed-count-expected
            end-if
            *>a range window holds none of the primes under its low
            *>bound, so it can never seed a table that starts at 2.
            if ref-header-in(59:7) = 'LOWER: '
                display 'seed outfile is a range window.'
                compute seed-upper = 0
            end-if
        end-if

        if seed-upper < 2 or seed-upper >= upperlim
        end-perform
        close cert-file
    end-if.

*>--------------------------------------------------------
*>8000-run-window
*>mode 5 - generates only the primes between a low and a
*>high bound. the bounds and the outfile name come from the
*>keyboard here, or from the WINDOW parm through 8050. a low
*>bound under 2 is taken as 2; a high bound past the
*>generator's cap or below the low bound is refused.
*>--------------------------------------------------------
8000-run-window.
    display 'window low bound: ' with no advancing.
    read standard-input into scan-line
            at end goback
    end-read.
    perform 5300-scan-number.
    if scan-ok not = 1
        display 'error: invalid window bounds'
        move 8 to return-code
        goback
    end-if.
    move scan-value to win-low.
    display 'window high bound: ' with no advancing.
    read standard-input into scan-line
            at end goback
    end-read.
    perform 5300-scan-number.
    if scan-ok not = 1
        display 'error: invalid window bounds'
        move 8 to return-code
        goback
    end-if.
    move scan-value to win-high.
    display 'enter output file name: ' with no advancing.
    read standard-input into outfile-name
            at end goback
    end-read.
    perform 8060-generate-window.

*>--------------------------------------------------------
*>8050-take-window-parm
*>unattended form of mode 5 - a parm of
*>"WINDOW <low> <high> <outfile>".
*>--------------------------------------------------------
8050-take-window-parm.
    move spaces to win-low-token.
    move spaces to win-high-token.
    move spaces to parm-out-token.
    unstring parm-line delimited by all ' '
        into parm-limit-token, win-low-token, win-high-token,
            parm-out-token.
    move spaces to scan-line.
    move win-low-token to scan-line(1:12).
    perform 5300-scan-number.
    if scan-ok = 1
        move scan-value to win-low
        move spaces to scan-line
        move win-high-token to scan-line(1:12)
        perform 5300-scan-number
        move scan-value to win-high
    end-if.
    if scan-ok not = 1 or parm-out-token = spaces
        display 'error: invalid parm - expected '
            '"WINDOW <low> <high> <outfile>"'
        move 8 to return-code
    else
        move parm-out-token to outfile-name
        perform 8060-generate-window
    end-if.

*>--------------------------------------------------------
*>8060-generate-window
*>checks the bounds, then base primes, window marking and
*>the window outfile in turn.
*>--------------------------------------------------------
8060-generate-window.
    if win-low < 2
        compute win-low = 2
    end-if.
    if win-high > 1000000000 or win-high < win-low
        display 'error: invalid window bounds'
        move 8 to return-code
    else
        move win-high to base-upper
        perform 8100-build-base-primes
        perform 8200-mark-window
        perform 8300-write-window
    end-if.

*>--------------------------------------------------------
*>8100-build-base-primes
*>sieves the odd numbers up to twice the square root of
*>base-upper in the small base table and lists the primes
*>it leaves in prime-list, 2 first, with ref-kept as the
*>count. the root is found by stepping up rather than by
*>any floating arithmetic, so it is exact at every limit.
*>--------------------------------------------------------
8100-build-base-primes.
    compute base-root = 1.
    perform until (base-root + 1) * (base-root + 1) > base-upper
        compute base-root = base-root + 1
    end-perform.
    compute base-limit = 2 * base-root + 2.
    compute base-odd-count = (base-limit - 1) / 2.
    perform varying i from 1 by 1 until i > base-odd-count
        compute base-flag(i) = 0
    end-perform.
    perform varying i from 1 by 1
            until (2 * i + 1) * (2 * i + 1) > base-limit
        if base-flag(i) = 0
            compute this-prime = 2 * i + 1
            compute j = this-prime * this-prime
            perform until j > base-limit
                compute base-flag((j - 1) / 2) = 1
                compute j = j + 2 * this-prime
            end-perform
        end-if
    end-perform.
    compute ref-kept = 1.
    move 2 to plist(1).
    perform varying i from 1 by 1
            until i > base-odd-count or ref-kept >= 10000
        if base-flag(i) = 0
            compute ref-kept = ref-kept + 1
            compute plist(ref-kept) = 2 * i + 1
        end-if
    end-perform.

*>--------------------------------------------------------
*>8200-mark-window
*>sizes the odd-flag table to the odd numbers in the window
*>and marks it off the base primes. each odd base prime p
*>with p squared inside the window's high bound marks its
*>odd multiples from p squared or from its first odd
*>multiple at or above the window's first slot, whichever
*>is higher, stepping by 2p. 2 has no slot and is written by
*>hand when the window reaches down to it.
*>--------------------------------------------------------
8200-mark-window.
    if win-low <= 3
        compute win-first = 3
    else
        divide win-low by 2 giving div-quot remainder div-rem
        if div-rem = 0
            compute win-first = win-low + 1
        else
            compute win-first = win-low
        end-if
    end-if.
    if win-first > win-high
        compute odd-count = 0
    else
        compute odd-count = (win-high - win-first) / 2 + 1
    end-if.
    perform varying i from 1 by 1 until i > odd-count
        compute odd-flag(i) = 0
    end-perform.

    perform varying pl-idx from 2 by 1
            until pl-idx > ref-kept
            or plist(pl-idx) * plist(pl-idx) > win-high
        move plist(pl-idx) to this-prime
        compute win-mult = this-prime * this-prime
        if win-mult < win-first
            divide win-first by this-prime
                giving win-quot remainder div-rem
            if div-rem = 0
                compute win-mult = win-first
            else
                compute win-mult = (win-quot + 1) * this-prime
            end-if
            divide win-mult by 2 giving div-quot remainder div-rem
            if div-rem = 0
                compute win-mult = win-mult + this-prime
            end-if
        end-if
        perform until win-mult > win-high
            compute odd-flag((win-mult - win-first) / 2 + 1) = 1
            compute win-mult = win-mult + 2 * this-prime
        end-perform
    end-perform.

*>--------------------------------------------------------
*>8300-write-window
*>counts the window's surviving primes and writes the window
*>outfile - the window header with both bounds and the count,
*>then the primes in ascending order one to a line, the same
*>detail layout a full outfile uses.
*>--------------------------------------------------------
8300-write-window.
    accept run-today from date.
    compute prime-count = 0.
    if win-low <= 2
        compute prime-count = 1
    end-if.
    perform varying i from 1 by 1 until i > odd-count
        if odd-flag(i) = 0
            compute prime-count = prime-count + 1
        end-if
    end-perform.

    open output outfile.
    if fscode not = 0
        display 'error opening window outfile (status code: '
            fscode ')'
        move 8 to return-code
    else
        move run-mm to win-hdr-mm
        move run-dd to win-hdr-dd
        move run-yy to win-hdr-yy
        move win-high to win-hdr-upper
        move win-low to win-hdr-lower
        move prime-count to win-hdr-count
        write file-record from window-header-line

        if win-low <= 2
            compute prime-out = 2
            write file-record from prime-line
        end-if
        perform varying i from 1 by 1 until i > odd-count
            if odd-flag(i) = 0
                compute prime-out = win-first + 2 * (i - 1)
                write file-record from prime-line
            end-if
        end-perform
        close outfile
        display 'window ' win-low ' to ' win-high ': '
            prime-count ' primes'

        move outfile-name(1:40) to cat-name
        move win-high to cat-upper
        move win-low to cat-lower
        move spaces to cat-seed
        perform 7100-catalog-outfile
    end-if.

*>--------------------------------------------------------
*>7100-catalog-outfile
*>adds the outfile just written to the reference catalog -
*>the caller has set its name, range and seed, the count and
*>date come from this run, and it goes in with no verdict
*>until sievever has proved it.
*>--------------------------------------------------------
7100-catalog-outfile.
    move prime-count to cat-count.
    move spaces to cat-gendate.
    string run-mm '/' run-dd '/' run-yy
        delimited by size into cat-gendate.
    move 'NONE' to cat-verdict.
    move spaces to cat-vdate.
    open extend catalog-file.
    if cat-fscode not = 0
        open output catalog-file
    end-if.
    write catalog-record from cat-line.
    if cat-fscode not = 0
        display 'warning: outfile not added to the reference '
            'catalog (status code: ' cat-fscode ')'
    end-if.
    close catalog-file.

*>--------------------------------------------------------
*>7200-select-reference
*>a reference given by name is left alone. one given as
*>LIMIT <upper> [<low>] is looked up in the catalog: of the
*>files sievever passed whose range covers the limit, the
*>one with the fewest primes is tried first, and a file no
*>longer on disk is skipped for the next best. outfile-name
*>comes back blank when nothing in the catalog will do.
*>--------------------------------------------------------
7200-select-reference.
    if outfile-name(1:6) = 'LIMIT '
        move spaces to cat-verb-token
        move spaces to cat-upper-token
        move spaces to cat-lower-token
        unstring outfile-name delimited by all ' '
            into cat-verb-token, cat-upper-token, cat-lower-token
        move spaces to outfile-name
        compute cat-need-lower = 2
        move spaces to scan-line
        move cat-upper-token to scan-line(1:12)
        perform 5300-scan-number
        move scan-value to cat-need-upper
        if scan-ok = 1 and cat-lower-token not = spaces
            move spaces to scan-line
            move cat-lower-token to scan-line(1:12)
            perform 5300-scan-number
            move scan-value to cat-need-lower
        end-if
        if scan-ok not = 1 or cat-need-lower > cat-need-upper
            display 'error: invalid reference limit'
        else
            perform 7300-load-catalog
            compute cat-found = 0
            perform until cat-found = 1
                perform 7250-pick-best-entry
                if cat-best = 0
                    compute cat-found = 1
                else
                    move cat-entry-line(cat-best) to cat-line
                    move cat-name to outfile-name
                    open input outfile
                    if fscode = 0
                        close outfile
                        compute cat-found = 1
                    else
                        display 'catalog file ' cat-name
                            ' is not on disk - skipped'
                        compute cat-entry-gone(cat-best) = 1
                        move spaces to outfile-name
                    end-if
                end-if
            end-perform
            if outfile-name = spaces
                display 'error: no certified catalog file covers '
                    cat-need-lower ' to ' cat-need-upper
            else
                display 'reference chosen from catalog: ' cat-name
            end-if
        end-if
    end-if.

*>--------------------------------------------------------
*>7250-pick-best-entry
*>the certified, still-unskipped catalog entry with the
*>fewest primes whose range covers cat-need-lower through
*>cat-need-upper. cat-best comes back 0 when there is none.
*>--------------------------------------------------------
7250-pick-best-entry.
    compute cat-best = 0.
    compute cat-best-count = 0.
    perform varying cat-idx from 1 by 1 until cat-idx > cat-used
        move cat-entry-line(cat-idx) to cat-line
        if cat-entry-gone(cat-idx) = 0 and cat-verdict = 'PASS'
                and cat-lower <= cat-need-lower
                and cat-upper >= cat-need-upper
            if cat-best = 0 or cat-count < cat-best-count
                move cat-idx to cat-best
                move cat-count to cat-best-count
            end-if
        end-if
    end-perform.

*>--------------------------------------------------------
*>7300-load-catalog
*>folds SIEVECAT.TXT into cat-table, one entry per name -
*>a later line for a name replaces the entry the earlier
*>one made. no catalog yet simply leaves the table empty.
*>--------------------------------------------------------
7300-load-catalog.
    compute cat-used = 0.
    open input catalog-file.
    if cat-fscode = 0
        compute cat-eof = 0
        perform until cat-eof = 1
            read catalog-file into cat-line-in
                at end compute cat-eof = 1
            end-read
            if cat-eof not = 1 and cat-line-in not = spaces
                move cat-line-in(1:137) to cat-line
                compute cat-best = 0
                perform varying cat-idx from 1 by 1
                        until cat-idx > cat-used or cat-best > 0
                    if cat-entry-line(cat-idx)(1:40) = cat-name
                        move cat-idx to cat-best
                    end-if
                end-perform
                if cat-best = 0 and cat-used < cat-max
                    compute cat-used = cat-used + 1
                    move cat-used to cat-best
                end-if
                if cat-best > 0
                    move cat-line to cat-entry-line(cat-best)
                    compute cat-entry-gone(cat-best) = 0
                end-if
            end-if
        end-perform
        close catalog-file
    end-if.
