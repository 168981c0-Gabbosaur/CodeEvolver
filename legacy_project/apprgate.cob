               MOVE AWR-REVERSED-OP TO PND-REVERSED-OP
               MOVE AWR-REVERSED-ID TO PND-REVERSED-ID
               MOVE AWR-ACCOUNT-ID TO PND-ACCOUNT-ID
               MOVE AWR-PPA-PERIOD TO PND-PPA-PERIOD
               WRITE PENDING-RECORD
               IF WS-PENDING-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot write PENDING-FILE, '
