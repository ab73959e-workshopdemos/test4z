      * corrected posting keeps its per-animal matching. Its arrival
      * widened the record from 80 to 90 bytes.
           05  RJR-ANIMAL-ID               PIC X(10).
      * The fee waiver code keyed on the rejected record, carried so
      * a corrected posting is still checked against the right fee.
      * Its arrival widened the record from 90 to 100 bytes.
           05  RJR-WAIVER-CODE             PIC X(3).
           05  FILLER                      PIC X(9).
