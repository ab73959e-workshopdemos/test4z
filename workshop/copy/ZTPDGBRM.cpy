      * Externalizes the breed code-to-slot mapping so breed categories
      * can be added, renamed, or reordered by maintaining this file
      * instead of recompiling ZTPDOGOS. Rows are maintained in slot
      * order (one row per accumulator slot). BRM-BREED-GROUP is the
      * breed group the state's annual shelter statistics return
      * reports under (SPORTING, HERDING, ...); a breed with no group
      * is filed as UNGROUPED.
      ******************************************************************
       01  BREED-MASTER-REC.
           05  BRM-BREED-CODE              PIC 9(3).
           05  BRM-SLOT-NUMBER             PIC 9(3).
           05  BRM-BREED-NAME              PIC X(20).
           05  BRM-BREED-GROUP             PIC X(12).
           05  FILLER                      PIC X(42).
