           exit.

      ******************************************************************
      * The night's run is the last posting-run record on RUNCTL
      * (the period close's CLOS and ROPN records are passed over);
      * its mode, reject count and period end date drive the checks.
      * The period end date is derived exactly as write-history
      * derives it: the posted end date, or, when the run was
      * unbounded, the run's own date - which ZTPDOGOS takes from its
      * START timestamp, so a run crossing midnight still keys its
      * BRDHIST snapshot on the date it started.
      ******************************************************************
       load-run-control.

                   at end
                       move 'Y' to WS-RUNCTL-EOF-SWITCH
                   not at end
                       if not RNC-PERIOD-EVENT
                           perform note-run-control-record
                       end-if
               end-read
           end-perform


           exit.

       note-run-control-record.

           move 'Y' to WS-RUN-SEEN-SWITCH
           move RNC-RUN-MODE to WS-RUN-MODE
           move RNC-END-DATE to WS-RUN-END-DATE
           move RNC-START-TIMESTAMP(1:8) to WS-RUN-START-STAMP-DATE
           move RNC-REJECT-COUNT to WS-RUN-REJECT-COUNT

           exit.

      ******************************************************************
      * Load the OUTREP BREED rows and the TOTAL control record; the
      * location section records are the posting run's own cross-foot
