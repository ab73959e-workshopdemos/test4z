           move RNC-RECONCILE-STATUS to WS-RHD-STATUS
           move RNC-RETURN-CODE to WS-RHD-RETURN-CODE

      * A period close or reopen reads no ADOPTS, so it is listed
      * but stays out of the volume trend.
           if RNC-PERIOD-EVENT
               move spaces to WS-RHD-CHANGE
           else
               if WS-PRIOR-SEEN
                   compute WS-VOLUME-CHANGE =
                       RNC-ADOPTS-READ-COUNT - WS-PRIOR-READ-COUNT
                   move WS-VOLUME-CHANGE to WS-VOLUME-CHANGE-EDIT
                   move WS-VOLUME-CHANGE-EDIT to WS-RHD-CHANGE
               else
                   move spaces to WS-RHD-CHANGE
               end-if
               move RNC-ADOPTS-READ-COUNT to WS-PRIOR-READ-COUNT
               move 'Y' to WS-PRIOR-SEEN-SWITCH
           end-if

           perform compute-elapsed-time

