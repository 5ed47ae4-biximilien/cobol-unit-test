               MOVE WS-GROUP-AMOUNT TO MT-MTD-AMOUNT
               MOVE ZERO TO MT-PRIOR-COUNT
               MOVE ZERO TO MT-PRIOR-AMOUNT
               MOVE ZERO TO MT-ADJ-COUNT
               MOVE ZERO TO MT-ADJ-AMOUNT
               WRITE MTD-SUMMARY-RECORD
                   INVALID KEY
                       DISPLAY 'MOCKMTD - WRITE MTD-SUMMARY-FILE '
