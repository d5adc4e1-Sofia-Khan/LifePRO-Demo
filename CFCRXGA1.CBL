000100**************************************************************
000200*  CFCRXGA1  -  GENERAL-LEDGER ACKNOWLEDGMENT RECORD.  SENT    *
000300*    BACK BY THE LEDGER INTERFACE FOR EVERY JOURNAL PAIR IT    *
000400*    RECEIVED FROM THE CONVERSION POSTING EXTRACTS (FCRGLEX    *
000500*    AND FCRVGLX, CFCRXGL1) - ONE RECORD PER DEBIT/CREDIT      *
000600*    PAIR, CARRYING THE PAIR'S POLICY, PLAN, EFFECTIVE DATE,   *
000700*    FROM/TO FUND AND AMOUNT AS SENT.  A PAIR THE LEDGER       *
000800*    BOOKED IS POSTED; A PAIR IT REFUSED IS REJECTED WITH THE  *
000900*    LEDGER'S OWN REASON.  MATCHED BACK TO THE EXTRACTS BY     *
001000*    THE RECONCILIATION (FCRXGLR).                             *
001100**************************************************************
001200     05  FGA-POLICY-ID               PIC 9(10).
001300     05  FGA-PLAN-CODE               PIC X(04).
001400     05  FGA-EFFECTIVE-DATE          PIC 9(08).
001500     05  FGA-FROM-FUND               PIC 9(03).
001600     05  FGA-TO-FUND                 PIC 9(03).
001700     05  FGA-POSTING-AMOUNT          PIC S9(09)V99.
001800     05  FGA-ACK-STATUS              PIC X(01).
001900         88  FGA-PAIR-POSTED                 VALUE 'P'.
002000         88  FGA-PAIR-REJECTED               VALUE 'R'.
002100     05  FGA-REJECT-REASON           PIC X(30).
002200     05  FGA-LEDGER-DATE             PIC 9(08).
002300     05  FGA-JOURNAL-REFERENCE       PIC X(12).
