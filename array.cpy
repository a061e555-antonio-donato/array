               88  !PREFIX!array-registry-full    value 7.
               88  !PREFIX!array-size-mismatch    value 8.
               88  !PREFIX!array-cancelled        value 9.
               88  !PREFIX!array-ctl-mismatch     value 10.
