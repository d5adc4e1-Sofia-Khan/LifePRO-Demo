000900*    MONEY INTO THE RESIDUAL FUND AND THE CREDIT RECORD BOOKS  *
001000*    IT OUT OF THE DROPPED FUND; BOTH CARRY THE FULL FROM/TO   *
001100*    FUND PAIR AND THE SAME AMOUNT.                            *
001110*    THE LEDGER'S ACKNOWLEDGMENTS (CFCRXGA1) ARE MATCHED BACK  *
001120*    TO BOTH EXTRACTS BY THE RECONCILIATION (FCRXGLR).         *
001200**************************************************************
001300     05  FGL-POSTING-TYPE            PIC X(01).
001400         88  FGL-DEBIT-POSTING               VALUE 'D'.
