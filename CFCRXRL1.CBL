000600*    ACCUMULATOR (FCRXRHU) WHICH ROLLS EACH NIGHT'S RECORD    *
000700*    INTO THE KEYED RUN-HISTORY MASTER FOR CROSS-RUN TREND    *
000800*    REPORTING.                                               *
000810*    RLOG-TRUNCATE-RULE IS THE DECREASE SURVIVOR RULE THE RUN *
000820*    USED (TRUNCATE= PARAMETER CARD) - A SPACE ON A RECORD    *
000830*    WRITTEN BEFORE THE RULE EXISTED MEANS POSITION.          *
000840*    RLOG-HDR-RUN-DATE AND RLOG-HDR-SOURCE-JOB ARE THE INPUT  *
000850*    FILE'S CONTROL-HEADER RUN DATE AND SOURCE JOB (CFCRXHT1) *
000860*    - THE KEY THE RUN REGISTERED UNDER ON FCRXREG - SO THE   *
000870*    END-OF-CYCLE CLOSE-OUT (FCRXCLS) CAN TIE THE LOG TO ITS  *
000880*    RUN.  THE COMBINED LOG FROM THE SLICE MERGE (FCRXMRG)    *
000890*    CARRIES THE SLICES' RUN DATE AND FCRXMRG AS SOURCE JOB.  *
000900**************************************************************
001000     05  RLOG-RUN-DATE               PIC 9(08).
001100     05  RLOG-WV0910-ID              PIC X(06).
001800     05  RLOG-OUT-OF-BALANCE-CTR     PIC 9(09).
001900     05  RLOG-BYPASSED-CTR           PIC 9(09).
002000     05  RLOG-REJECT-CTR             PIC 9(09).
002010     05  RLOG-TRUNCATE-RULE          PIC X(01).
002020         88  RLOG-TRUNCATE-BY-POSITION       VALUE 'P' ' '.
002030         88  RLOG-TRUNCATE-BY-BALANCE        VALUE 'B'.
002040     05  RLOG-HDR-RUN-DATE           PIC 9(08).
002050     05  RLOG-HDR-SOURCE-JOB         PIC X(08).
002100     05  FILLER                      PIC X(05).
