000100**************************************************************
000200*  CFCRXML1  -  KEYED EXCEPTION STATUS CHANGE LOG RECORD.      *
000300*    WRITTEN BY THE MANUAL RESOLUTION UTILITY FCRXMRS FOR      *
000400*    EVERY CARD IT APPLIES TO THE KEYED EXCEPTION FILE, SO     *
000500*    EACH SETTLEMENT, AND EACH REOPENING, CAN BE TRACED TO     *
000600*    THE ANALYST AND APPROVER WHO MADE IT.  THE STATUS AND     *
000700*    RESOLUTION DATE ARE CARRIED AS THEY WERE BEFORE AND       *
000800*    AFTER THE CHANGE; THE REASON, ANALYST, APPROVER AND       *
000900*    COMMENT ARE THE ONES ON THE CARD.                         *
001000**************************************************************
001100     05  FML-CHANGE-DATE             PIC 9(08).
001200     05  FML-CHANGE-TIME             PIC 9(08).
001300     05  FML-KEY.
001400         10  FML-POLICY-ID           PIC 9(10).
001500         10  FML-SEQUENCE            PIC 9(06).
001600     05  FML-RUN-DATE                PIC 9(08).
001700     05  FML-PLAN-CODE               PIC X(04).
001800     05  FML-FUND-NUMBER             PIC 9(03).
001900     05  FML-FUND-BALANCE            PIC S9(09)V99.
002000     05  FML-DISPOSITION             PIC X(01).
002100     05  FML-TRANS-CODE              PIC X(01).
002200     05  FML-OLD-STATUS              PIC X(01).
002300     05  FML-NEW-STATUS              PIC X(01).
002400     05  FML-OLD-RESOLUTION-DATE     PIC 9(08).
002500     05  FML-NEW-RESOLUTION-DATE     PIC 9(08).
002600     05  FML-REASON-CODE             PIC X(04).
002700     05  FML-ANALYST-ID              PIC X(08).
002800     05  FML-APPROVER-ID             PIC X(08).
002900     05  FML-COMMENT                 PIC X(40).
