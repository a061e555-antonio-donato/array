      * aging descriptor for array:aging-report - copied once per
      * instance like join.cpy (PREFIX = w- for the module's working
      * copy, PREFIX = l- for the linkage parameter). which layout
      * field holds the date each element is aged by (a date type,
      * 3 or 4, in layout.cpy); the run date it is aged to, YYYYMMDD,
      * zero meaning today; the upper limits in days of the three
      * past-due buckets - ascending, all zero meaning 30, 60 and 90
      * - which with the current bucket (not yet past the run date)
      * and the over bucket (past the last limit) make five; the key
      * slice the buckets are broken down by, a zero length meaning
      * one line for the whole array; and the amount fields summed
      * per bucket, one flag byte per layout field exactly as for
      * array:report-file. the run's counts come back here: the
      * elements per bucket, and those with no date or a date that
      * is not a real one, which fall in none of them.
       01  !PREFIX!aging.
           03  !PREFIX!aging-date-field  pic 9(03).
           03  !PREFIX!aging-run-date    pic 9(08).
           03  !PREFIX!aging-limits.
               05  !PREFIX!aging-limit   pic 9(05) occurs 3 times.
           03  !PREFIX!aging-key-offset  pic 9(09).
           03  !PREFIX!aging-key-length  pic 9(09).
           03  !PREFIX!aging-flags       pic x(32).
           03  !PREFIX!aging-counts.
               05  !PREFIX!aging-count   pic 9(09) occurs 5 times.
           03  !PREFIX!aging-undated     pic 9(09).
