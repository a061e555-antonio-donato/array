      * lookup-join descriptor for array:join - copied once per
      * instance like layout.cpy (PREFIX = w- for the module's working
      * copy, PREFIX = l- for the linkage parameter). the key slice
      * of the driving element and the key slice of the reference
      * element (the slice array:put-keyed keeps the reference table
      * ordered on) - a zero length means the whole element, as
      * everywhere else, and both slices must come out the same
      * length. the unmatched mode says what happens to a driving
      * element with no reference match: 0 it goes to the unmatched
      * array, 1 it stays in the result with its mapped fields
      * default-filled. the matched/unmatched counts come back here.
      * then the field map, one row per reference field copied into
      * the result element: where it sits in the reference element,
      * where it lands in the result element, how many bytes it
      * spans, and its type code (0 text, 1 display, 2 packed, 3
      * display date YYYYMMDD, 4 packed date CYYMMDD, as in
      * layout.cpy), which picks the default fill of a kept
      * unmatched row - spaces, zoned zeros, packed zero, with a
      * date taking the zero that means no date.
       01  !PREFIX!join.
           03  !PREFIX!join-key-offset   pic 9(09).
           03  !PREFIX!join-key-length   pic 9(09).
           03  !PREFIX!join-ref-offset   pic 9(09).
           03  !PREFIX!join-ref-length   pic 9(09).
           03  !PREFIX!join-unmatched-mode pic 9(01).
               88  !PREFIX!join-route-unmatched value 0.
               88  !PREFIX!join-keep-unmatched  value 1.
           03  !PREFIX!join-matched      pic 9(09).
           03  !PREFIX!join-unmatched    pic 9(09).
           03  !PREFIX!join-map-count    pic 9(03).
           03  !PREFIX!join-map occurs 32 times.
               05  !PREFIX!join-from-offset pic 9(09).
               05  !PREFIX!join-to-offset   pic 9(09).
               05  !PREFIX!join-map-length  pic 9(09).
               05  !PREFIX!join-map-type    pic 9(01).
                   88  !PREFIX!join-map-text    value 0.
                   88  !PREFIX!join-map-display value 1 3.
                   88  !PREFIX!join-map-packed  value 2 4.
                   88  !PREFIX!join-map-date    value 3 4.
                   88  !PREFIX!join-map-date-ymd     value 3.
                   88  !PREFIX!join-map-date-cyymmdd value 4.
