000100**************************************************************
000200*  CFCRXFT1  -  FUND MASTER MAINTENANCE TRANSACTION.  ONE      *
000300*    80-BYTE CARD PER CHANGE TO THE FUND MASTER (FCRFMST),     *
000400*    READ BY THE MAINTENANCE UTILITY FCRXFMM.  ADD PUTS A NEW  *
000500*    FUND ON THE MASTER OPEN, CLOSE AND REOPEN CHANGE AN       *
000600*    EXISTING FUND'S STATUS, AND MERGE MARKS A FUND MERGED     *
000700*    INTO THE SUCCESSOR FUND NAMED ON THE CARD.  THE OPERATOR  *
000800*    ID IS REQUIRED AND IS PRINTED ON THE AUDIT REPORT BESIDE  *
000900*    THE BEFORE AND AFTER IMAGE OF THE FUND.  THE FUND FIELDS  *
001000*    ARE PIC X BECAUSE A BADLY PUNCHED CARD MUST STILL BE      *
001100*    REPORTED AS REJECTED RATHER THAN ABEND THE RUN.           *
001200**************************************************************
001300     05  FFT-TRANS-CODE              PIC X(01).
001400         88  FFT-ADD-FUND                    VALUE 'A'.
001500         88  FFT-CLOSE-FUND                  VALUE 'C'.
001600         88  FFT-MERGE-FUND                  VALUE 'M'.
001700         88  FFT-REOPEN-FUND                 VALUE 'R'.
001800     05  FFT-FUND-NUMBER             PIC X(03).
001900     05  FFT-SUCCESSOR-FUND          PIC X(03).
002000     05  FFT-OPERATOR-ID             PIC X(08).
002100     05  FILLER                      PIC X(65).
