      * audit-report descriptor for array:audit-report - copied once
      * per instance like join.cpy (PREFIX = w- for the module's
      * working copy, PREFIX = l- for the linkage parameter). which
      * journal records the report lists: one flag byte per entry
      * type (1 append, 2 insert, 3 put-keyed, 4 update, 5 delete,
      * 6 sort, 7 cancelled, 8 begin, 9 commit, 10 rollback, 12
      * anything else) - non-blank lists the type, all blank lists
      * every type; an element index range, from/to inclusive,
      * to-index zero meaning no upper bound (sorts and cancelled
      * sorts touch every element, and the unit-of-work markers
      * none, so they are never held back by it or by the key
      * filter); and a key slice value, listed when the slice of
      * either image matches it - a zero key length means no key
      * filter. the run's counts come back here: the
      * journal records read, and per entry type the records
      * listed.
       01  !PREFIX!audit.
           03  !PREFIX!audit-type-flags.
               05  !PREFIX!audit-type-flag  pic x(01) occurs 12 times.
           03  !PREFIX!audit-from-index     pic 9(09).
           03  !PREFIX!audit-to-index       pic 9(09).
           03  !PREFIX!audit-key-offset     pic 9(09).
           03  !PREFIX!audit-key-length     pic 9(09).
           03  !PREFIX!audit-key-value      pic x(256).
           03  !PREFIX!audit-read           pic 9(09).
           03  !PREFIX!audit-listed         pic 9(09) occurs 12 times.
