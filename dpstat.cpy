      * one layout field's statistics as array:data-profile measures
      * them - also the record of a stored profile, one per layout
      * field in layout order. copied once per instance (PREFIX =
      * pr- for the stored-profile record, w- for the field being
      * profiled, w-base- for the stored field it is compared with).
      * the field's heading, type, decimals and length, so a stored
      * profile is only compared with the field it was cut from; the
      * elements seen, and the numeric values that were not valid
      * zoned or packed data (left out of every other figure). a
      * numeric field's minimum, maximum, mean and standard
      * deviation, its zero and negative counts and its 10th, 25th,
      * 50th (median), 75th and 90th percentiles, all in the field's
      * own units (implied decimals not applied). a text field's
      * blank count, its distinct non-blank values, and its most
      * frequent values with their counts, most frequent first -
      * when there are no more than 50 distinct values, every one of
      * them is here (values-complete 1). values longer than 30
      * bytes are held by their first 30.
       01  !PREFIX!dpstat.
           03  !PREFIX!dpstat-heading      pic x(20).
           03  !PREFIX!dpstat-type         pic 9(01).
           03  !PREFIX!dpstat-decimals     pic 9(02).
           03  !PREFIX!dpstat-length       pic 9(09).
           03  !PREFIX!dpstat-count        pic 9(09).
           03  !PREFIX!dpstat-invalid      pic 9(09).
           03  !PREFIX!dpstat-min          pic s9(18).
           03  !PREFIX!dpstat-max          pic s9(18).
           03  !PREFIX!dpstat-mean         pic s9(18)v9(06).
           03  !PREFIX!dpstat-sd           pic 9(18)v9(06).
           03  !PREFIX!dpstat-zeros        pic 9(09).
           03  !PREFIX!dpstat-negatives    pic 9(09).
           03  !PREFIX!dpstat-pctile       pic s9(18) occurs 5 times.
           03  !PREFIX!dpstat-blanks       pic 9(09).
           03  !PREFIX!dpstat-distinct     pic 9(09).
           03  !PREFIX!dpstat-listed       pic 9(02).
           03  !PREFIX!dpstat-values-complete pic 9(01).
           03  !PREFIX!dpstat-values occurs 50 times.
               05  !PREFIX!dpstat-value     pic x(30).
               05  !PREFIX!dpstat-value-cnt pic 9(09).
