      * control trailer - the last record of every file the save
      * entries write, so a truncated or partly copied file is
      * caught when it is read back instead of loading short. copied
      * once per instance (PREFIX = w- for the totals being built or
      * recomputed, PREFIX = w-file- for the trailer as read back).
      * one display image, so it reads the same in a checkpoint
      * record, a keyed record, a delimited line or a run of
      * fixed-width records: the tag, the record count, the slice
      * the hash total runs over, the hash total (every byte of the
      * slice weighted by its position in it, kept below 10 ** 17),
      * and up to 32 summed numeric fields - where each sits, its
      * representation (1 display, 2 packed, as in layout.cpy) and
      * its sum; date fields (layout types 3 and 4) are never
      * summed. only the first 55 bytes plus 31 per summed field
      * are written.
       01  !PREFIX!ctl-trailer.
           03  !PREFIX!ctl-tag         pic x(08).
               88  !PREFIX!ctl-is-trailer value "*CTLTRL*".
           03  !PREFIX!ctl-count       pic 9(09).
           03  !PREFIX!ctl-hash-offset pic 9(09).
           03  !PREFIX!ctl-hash-length pic 9(09).
           03  !PREFIX!ctl-hash        pic 9(18).
           03  !PREFIX!ctl-sum-count   pic 9(02).
           03  !PREFIX!ctl-sum-entry occurs 32 times.
               05  !PREFIX!ctl-sum-offset pic 9(09).
               05  !PREFIX!ctl-sum-length pic 9(02).
               05  !PREFIX!ctl-sum-type   pic 9(01).
               05  !PREFIX!ctl-sum-value  pic s9(18)
                                          sign leading separate.
