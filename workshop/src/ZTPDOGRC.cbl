       FD  CARRYRJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CARRY-REJECT-REC                PIC X(100).

       FD  DISPRPT
           RECORDING MODE IS F
           end-if

           move RJR-ANIMAL-ID to ADOPTS-ANIMAL-ID
           move RJR-WAIVER-CODE to ADOPTS-WAIVER-CODE

           write ADOPTS-RECORD

