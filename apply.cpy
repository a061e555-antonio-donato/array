      * master-update descriptor for array:apply-transactions -
      * copied once per instance like join.cpy (PREFIX = w- for the
      * module's working copy, PREFIX = l- for the linkage
      * parameter). where the transactions come from: 1 a checkpoint
      * cut by array:save-file, whose elements are the action code
      * in the first byte followed by a master element image, 2 a
      * fixed-width feed described by l-b-layout, with the action
      * code in the byte at apply-action-offset (0-based, like the
      * key convention) of each record. then the run's counts, which
      * come back here: per action (1 add, 2 change, 3 delete) the
      * transactions applied and rejected, and the records whose
      * action code was none of A, C or D.
       01  !PREFIX!apply.
           03  !PREFIX!apply-source        pic 9(01).
               88  !PREFIX!apply-from-checkpoint value 1.
               88  !PREFIX!apply-from-fixed      value 2.
           03  !PREFIX!apply-action-offset pic 9(09).
           03  !PREFIX!apply-counts occurs 3 times.
               05  !PREFIX!apply-applied   pic 9(09).
               05  !PREFIX!apply-rejected  pic 9(09).
           03  !PREFIX!apply-bad-action    pic 9(09).
