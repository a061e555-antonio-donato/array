      * data-profile descriptor for array:data-profile - copied once
      * per instance like audit.cpy (PREFIX = w- for the module's
      * working copy, PREFIX = l- for the linkage parameter). how
      * many of a text field's most frequent values the report lists
      * (0 means 5, at most 10); the drift tolerance, in percent (0
      * means 10) - see array:data-profile for what it is measured
      * against; the stored profile of an earlier run to compare
      * with, blank for none; and the file this run's profile is
      * stored to for the next run, blank for none (it may name the
      * same file as the comparison, which is read first). the
      * verdict comes back here: how many fields moved beyond the
      * tolerance, and per layout field "Y" for one that did.
       01  !PREFIX!dprof.
           03  !PREFIX!dprof-top-count    pic 9(02).
           03  !PREFIX!dprof-tolerance    pic 9(03)v9(02).
           03  !PREFIX!dprof-base-file    pic x(100).
           03  !PREFIX!dprof-save-file    pic x(100).
           03  !PREFIX!dprof-drifted      pic 9(03).
           03  !PREFIX!dprof-drift-flags.
               05  !PREFIX!dprof-drift-flag pic x(01) occurs 32 times.
