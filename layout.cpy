      * decimal places a numeric field carries, and the heading to
      * print over its column. types match the field-type codes used
      * by array:total (1 = display/zoned, 2 = packed), with 0 for
      * plain text. 3 is a calendar date held as display YYYYMMDD
      * (length 8) and 4 one held packed as CYYMMDD (length 4, C 0
      * for the 1900s, 1 for the 2000s); neither carries decimals,
      * and zero in either means no date. a date is numeric as far
      * as the display/packed conditions go.
       01  !PREFIX!layout.
           03  !PREFIX!layout-count pic 9(03).
           03  !PREFIX!layout-entry occurs 32 times.
               05  !PREFIX!layout-length   pic 9(09).
               05  !PREFIX!layout-type     pic 9(01).
                   88  !PREFIX!layout-text    value 0.
                   88  !PREFIX!layout-display value 1 3.
                   88  !PREFIX!layout-packed  value 2 4.
                   88  !PREFIX!layout-date    value 3 4.
                   88  !PREFIX!layout-date-ymd     value 3.
                   88  !PREFIX!layout-date-cyymmdd value 4.
               05  !PREFIX!layout-decimals pic 9(02).
               05  !PREFIX!layout-heading  pic x(20).
