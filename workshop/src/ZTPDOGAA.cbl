
      ******************************************************************
      * The stamp for tonight's records comes from the last RUNCTL
      * posting-run record - the run this AUDITLOG belongs to, since
      * the archival step runs right after the posting run registers
      * itself.
      ******************************************************************
       load-run-stamp.

                       at end
                           move 'Y' to WS-RUNCTL-EOF-SWITCH
                       not at end
                           if not RNC-PERIOD-EVENT
                               perform note-run-stamp
                           end-if
                   end-read
               end-perform

           exit.

      ******************************************************************
      * A posting run's record; the period close's CLOS and ROPN
      * records are not runs and never carry an AUDITLOG.
      ******************************************************************
       note-run-stamp.

           move 'Y' to WS-RUNCTL-SEEN-SWITCH
           move RNC-START-DATE to WS-STAMP-START-DATE
           move RNC-END-DATE to WS-STAMP-END-DATE
           if RNC-END-TIMESTAMP(1:8) numeric
               move RNC-END-TIMESTAMP(1:8) to WS-STAMP-RUN-DATE
           end-if

           exit.

      ******************************************************************
      * Copy the prior archive forward, dropping records aged past
      * the retention cutoff. The record is staged through a work
           move AUD-TIMESTAMP to ARC-TIMESTAMP
           move AUD-SLOT-BEFORE to ARC-SLOT-BEFORE
           move AUD-SLOT-AFTER to ARC-SLOT-AFTER
           move AUD-APPLIED-FLAG to ARC-APPLIED-FLAG

           write AUDIT-ARCHIVE-REC

