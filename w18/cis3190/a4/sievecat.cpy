*>--------------------------------------------------------
*>name: ethan coles
*>id: 0843081
*>file: sievecat.cpy
*>description: record layout of the prime reference catalog
*>(SIEVECAT.TXT). sieve adds a line for every outfile it
*>writes and sievever one for every verdict it reaches, each
*>a complete picture of the file at that moment, so the last
*>line for a name is that file's current entry - the same
*>last-one-wins rule the certification record follows. a
*>file written again under the same name comes back in with
*>no verdict, since the old verdict was for the old file.
*>cat-lower is 2 for a full outfile and the low bound for a
*>range window; cat-seed names the outfile a seeded run was
*>primed from, so a file's lineage can be walked back
*>through the catalog one seed at a time.
*>--------------------------------------------------------
01  cat-line.
    02  cat-name     pic x(40).
    02  filler       pic x(1) value space.
    02  cat-upper    pic 9(10).
    02  filler       pic x(1) value space.
    02  cat-lower    pic 9(10).
    02  filler       pic x(1) value space.
    02  cat-count    pic 9(10).
    02  filler       pic x(1) value space.
    02  cat-gendate  pic x(8).
    02  filler       pic x(1) value space.
    *>PASS or FAIL from sievever, NONE until it has run
    02  cat-verdict  pic x(4).
    02  filler       pic x(1) value space.
    02  cat-vdate    pic x(8).
    02  filler       pic x(1) value space.
    02  cat-seed     pic x(40).
