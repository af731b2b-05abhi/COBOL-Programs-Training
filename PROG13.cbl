                     MOVE FE-D-INPUT2   TO EX-INPUT2
                     MOVE FE-D-COMPANY  TO EX-IN-COMPANY
                     MOVE WS-FEED-SOURCE-ID TO EX-IN-SOURCE
                     MOVE FE-D-TRAN-TYPE TO EX-TRAN-TYPE
                     WRITE EXTRACT-RECORD
                     IF WS-EXTRACT-STATUS NOT = '00'
                         DISPLAY 'PROG13 - EXTRACT WRITE FAILED, ',
