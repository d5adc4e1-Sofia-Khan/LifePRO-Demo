000100**************************************************************
000200*  CFCRXGS1  -  GENERAL-LEDGER RECONCILIATION SUSPENSE RECORD. *
000300*    WRITTEN BY THE RECONCILIATION (FCRXGLR) FOR EVERY ITEM    *
000400*    STILL UNRESOLVED AT THE END OF A RUN AND READ BACK AS     *
000500*    THE PRIOR SUSPENSE ON THE NEXT RUN, SO AN ITEM CARRIES    *
000600*    FORWARD UNTIL THE LEDGER ACKNOWLEDGES IT.  THE MATCH KEY  *
000700*    IS THE SAME POLICY, PLAN, EFFECTIVE DATE, FROM/TO FUND    *
000800*    AND AMOUNT THE EXTRACT AND THE ACKNOWLEDGMENT CARRY.      *
000900*    THE ORIGIN DATE IS THE CONVERSION RUN DATE OF A PAIR WE   *
001000*    SENT, OR THE LEDGER DATE OF A PAIR THE LEDGER POSTED      *
001100*    WITHOUT A MATCH; THE ITEM'S AGE IS COUNTED FROM IT.       *
001200**************************************************************
001300     05  FGS-MATCH-KEY.
001400         10  FGS-POLICY-ID           PIC 9(10).
001500         10  FGS-PLAN-CODE           PIC X(04).
001600         10  FGS-EFFECTIVE-DATE      PIC 9(08).
001700         10  FGS-FROM-FUND           PIC 9(03).
001800         10  FGS-TO-FUND             PIC 9(03).
001900         10  FGS-POSTING-AMOUNT      PIC S9(09)V99.
002000     05  FGS-SOURCE                  PIC X(02).
002100         88  FGS-FROM-AN-EXTRACT             VALUE 'AN'.
002200         88  FGS-FROM-VL-EXTRACT             VALUE 'VL'.
002300         88  FGS-FROM-LEDGER                 VALUE 'GL'.
002400     05  FGS-ITEM-STATUS             PIC X(01).
002500         88  FGS-MISSING-FROM-ACK            VALUE 'M'.
002600         88  FGS-REJECTED-BY-LEDGER          VALUE 'R'.
002700         88  FGS-LEDGER-UNMATCHED            VALUE 'U'.
002800     05  FGS-REJECT-REASON           PIC X(30).
002900     05  FGS-ORIGIN-DATE             PIC 9(08).
003000     05  FGS-FIRST-SUSPENSE-DATE     PIC 9(08).
003100     05  FGS-RUNS-CARRIED            PIC 9(03).
