000100**************************************************************
000200*  CFCRXMT1  -  KEYED EXCEPTION MANUAL RESOLUTION CARD.  ONE   *
000300*    80-BYTE CARD PER STATUS CHANGE TO AN EXCEPTION ON THE     *
000400*    KEYED EXCEPTION FILE (FCRXKEY), READ BY THE MANUAL        *
000500*    RESOLUTION UTILITY FCRXMRS.  C, F AND W SETTLE AN OPEN    *
000600*    EXCEPTION AS CORRECTED BY HAND, REFUNDED OR WRITTEN OFF;  *
000700*    O REOPENS ONE SETTLED IN ERROR.  THE POLICY AND SEQUENCE  *
000800*    ARE THE FCRXKEY KEY AS SHOWN BY THE INQUIRY.  THE REASON  *
000900*    CODE AND ANALYST ID ARE REQUIRED ON EVERY CARD; A WRITE-  *
001000*    OFF ABOVE THE RUN'S LIMIT ALSO NEEDS A SECOND APPROVER.   *
001100*    THE FIELDS ARE PIC X BECAUSE A BADLY PUNCHED CARD MUST    *
001200*    STILL BE REPORTED AS REJECTED RATHER THAN ABEND THE RUN.  *
001300**************************************************************
001400     05  FMT-TRANS-CODE              PIC X(01).
001500         88  FMT-CORRECTED                   VALUE 'C'.
001600         88  FMT-REFUNDED                    VALUE 'F'.
001700         88  FMT-WRITTEN-OFF                 VALUE 'W'.
001800         88  FMT-REOPEN                      VALUE 'O'.
001900     05  FMT-POLICY-ID               PIC X(10).
002000     05  FMT-SEQUENCE                PIC X(06).
002100     05  FMT-REASON-CODE             PIC X(04).
002200     05  FMT-ANALYST-ID              PIC X(08).
002300     05  FMT-APPROVER-ID             PIC X(08).
002400     05  FMT-COMMENT                 PIC X(40).
002500     05  FILLER                      PIC X(03).
