           MOVE ZEROES
             TO DP-INTEREST-ACCRUED
                DP-REFUND-DATE
                DP-PEND-DATE
                DP-PEND-SEQ

           MOVE DP-DATE-TAKEN
             TO DP-LAST-ACCRUAL
