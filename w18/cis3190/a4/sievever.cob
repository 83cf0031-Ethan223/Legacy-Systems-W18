*>a good file - this proves the body against the header
*>before anything consumes it: the detail count must equal
*>the header's PRIMES count, the values must be strictly
*>ascending and inside the header's UPPER limit (and, for a
*>range-window outfile, at or above its LOWER bound), and a
*>sample of entries is re-proved prime by trial division.
*>the verdict goes to a certification record the downstream
*>jobs can require, and into the reference catalog beside
*>the file's range, count and lineage, and a failed
*>verification returns a nonzero code so it shows in the
*>run log.
*>--------------------------------------------------------
identification division.
program-id. sievever.
    select cert-file assign to "SIEVECRT.TXT"
        organization is line sequential
        file status is cert-fscode.
    select catalog-file assign to "SIEVECAT.TXT"
        organization is line sequential
        file status is cat-fscode.
data division.
file section.
fd standard-input.
fd checked-file.
    01  checked-record pic x(80).
fd cert-file.
    01  cert-record pic x(150).
fd catalog-file.
    01  catalog-record pic x(150).
working-storage section.
01  chk-fscode pic 9(2).
01  cert-fscode pic 9(2).
01  hdr-rundate pic x(8).
01  hdr-upper-text pic x(10).
01  hdr-count-text pic x(10).
*>a range-window outfile carries LOWER: in columns 59-65 and its
*>low bound in 66-75 - a full outfile covers everything from 2.
01  hdr-lower pic 9(10) value 2.
01  hdr-lower-text pic x(10).
01  hdr-is-window pic 9 value 0.
*>what the body actually contains.
01  body-count pic 9(10) value 0.
01  prev-value pic 9(10) value 0.
    02  cert-rundate pic x(8).
    02  filler       pic x(1) value space.
    02  cert-name    pic x(40).
    02  filler       pic x(7) value ' LOWER='.
    02  cert-lower   pic 9(10).
*>reference catalog - see sievecat.cpy. the generation date and
*>seed lineage are carried over from the file's last catalog
*>line; a file written before the catalog was kept comes in
*>with its header run date and no recorded seed.
01  cat-fscode pic 9(2).
01  cat-eof pic 9 value 0.
01  cat-line-in pic x(150).
01  cat-prior-gendate pic x(8).
01  cat-prior-seed pic x(40).
copy "sievecat.cpy".
procedure division.
    accept parm-line from command-line.
    if parm-line not = spaces
    close checked-file.

    perform 3000-certify.
    perform 3100-catalog-verdict.
    goback.

*>--------------------------------------------------------
*>1000-check-header
*>reads and picks apart the header line - UPPER: in columns
*>8-17, the run date in columns 29-36, the PRIMES count in
*>columns 47-56, and for a range window the LOWER: bound in
*>columns 66-75. a header that cannot be read or parsed
*>fails the file outright, since nothing downstream can be
*>proved against it. a window narrow enough to hold no
*>primes at all may honestly claim a count of zero.
*>--------------------------------------------------------
1000-check-header.
    read checked-file into scan-line
        move scan-line(8:10) to hdr-upper-text
        move scan-line(47:10) to hdr-count-text
        move scan-line(29:8) to hdr-rundate
        if scan-line(59:7) = 'LOWER: '
            compute hdr-is-window = 1
            move scan-line(66:10) to hdr-lower-text
        end-if
        move spaces to scan-line
        move hdr-upper-text to scan-line(1:10)
        perform 5300-scan-number
            move scan-value to hdr-claimed-count
        end-if

        if hdr-is-window = 1
            move spaces to scan-line
            move hdr-lower-text to scan-line(1:10)
            perform 5300-scan-number
            if scan-ok = 1 and scan-value >= 2
                move scan-value to hdr-lower
            else
                compute hdr-lower = 0
            end-if
        end-if

        if hdr-upper < 2
                or (hdr-claimed-count < 1 and hdr-is-window = 0)
                or hdr-lower < 2 or hdr-lower > hdr-upper
            display 'outfile header is unreadable'
            compute file-good = 0
        end-if
*>--------------------------------------------------------
*>2000-walk-body
*>one pass down the detail entries proving each against the
*>header: parseable, strictly above the one before it, no
*>higher than the header limit and no lower than a window's
*>low bound. every sample-every-th
*>entry also gets re-proved prime the hard way, and the
*>final entry is always sampled since a truncation cuts
*>from the tail.
                        ' above header limit ' hdr-upper
                    compute file-good = 0
                end-if
                if scan-value < hdr-lower
                    display 'value ' scan-value
                        ' below window bound ' hdr-lower
                    compute file-good = 0
                end-if
                divide body-count by sample-every
                    giving sample-quot remainder sample-rem
                if sample-rem = 0 or body-count = 1
    move hdr-claimed-count to cert-claimed.
    move body-count to cert-found.
    move hdr-rundate to cert-rundate.
    move hdr-lower to cert-lower.
    move checked-name(1:40) to cert-name.

    if file-good = 1
    write cert-record from cert-line.
    close cert-file.

*>--------------------------------------------------------
*>3100-catalog-verdict
*>adds the verdict to the reference catalog as a fresh line
*>for the file, so it becomes the file's current entry.
*>--------------------------------------------------------
3100-catalog-verdict.
    move hdr-rundate to cat-prior-gendate.
    move spaces to cat-prior-seed.
    open input catalog-file.
    if cat-fscode = 0
        compute cat-eof = 0
        perform until cat-eof = 1
            read catalog-file into cat-line-in
                at end compute cat-eof = 1
            end-read
            if cat-eof not = 1
                    and cat-line-in(1:40) = checked-name(1:40)
                move cat-line-in(1:137) to cat-line
                move cat-gendate to cat-prior-gendate
                move cat-seed to cat-prior-seed
            end-if
        end-perform
        close catalog-file
    end-if.

    move checked-name(1:40) to cat-name.
    move hdr-upper to cat-upper.
    move hdr-lower to cat-lower.
    move hdr-claimed-count to cat-count.
    move cat-prior-gendate to cat-gendate.
    move cert-verdict to cat-verdict.
    move spaces to cat-vdate.
    string cert-mm-out '/' cert-dd-out '/' cert-yy-out
        delimited by size into cat-vdate.
    move cat-prior-seed to cat-seed.
    open extend catalog-file.
    if cat-fscode not = 0
        open output catalog-file
    end-if.
    write catalog-record from cat-line.
    close catalog-file.

*>--------------------------------------------------------
*>5300-scan-number
*>pulls an unsigned number out of scan-line, skipping the
