000100**************************************************************
000200*  CFCRXFH1  -  POLICY FUND-HISTORY RECORD.  ONE RECORD PER    *
000300*    POLICY, STATEMENT EFFECTIVE DATE AND BALANCE AREA/        *
000400*    OCCURRENCE, TAKEN FROM A CERTIFIED CONVERTED (NEW-FORMAT) *
000500*    AN OR VL STATEMENT FILE BY THE HISTORY LOADER FCRXHLD     *
000600*    AND KEPT ACROSS CYCLES ON THE KEYED HISTORY FILE FCRFHST. *
000700*    READ BY THE HISTORY INQUIRY FCRXHIQ.  THE FUND SLOTS ARE  *
000800*    CARRIED EXACTLY AS ON THE CONVERTED RECORD - AN AN AREA   *
000900*    FILLS THE FIRST 8 SLOTS (CIUAFAN1), A VL AREA ALL 9       *
001000*    (CIUAFVL1); FFH-SLOT-COUNT SAYS HOW MANY ARE IN USE AND   *
001100*    THE REST ARE SPACES.  THE RUN DATE AND SOURCE JOB ARE THE *
001200*    CONVERTED FILE'S CONTROL HEADER (CFCRXHT1) - THE SAME     *
001300*    RUN DATE FCRXLOD STAMPS ON THE RUN'S KEYED EXCEPTIONS.    *
001400**************************************************************
001500     05  FFH-KEY.
001600         10  FFH-POLICY-ID           PIC 9(10).
001700         10  FFH-EFFECTIVE-DATE      PIC 9(08).
001800         10  FFH-BALANCE-AREA        PIC X(01).
001900             88  FFH-BEGIN-BALANCE-AREA      VALUE 'B'.
002000             88  FFH-END-BALANCE-AREA        VALUE 'E'.
002100         10  FFH-OCCURRENCE-NUMBER   PIC 9(02).
002200     05  FFH-TRX-TYPE                PIC X(04).
002300     05  FFH-PLAN-CODE               PIC X(04).
002400     05  FFH-RECORD-NUMBER           PIC 9(09).
002500     05  FFH-RUN-DATE                PIC 9(08).
002600     05  FFH-SOURCE-JOB              PIC X(08).
002700     05  FFH-LOAD-DATE               PIC 9(08).
002800     05  FFH-BALANCE-TYPE            PIC X(02).
002900     05  FFH-BALANCE-DATE            PIC 9(08).
003000     05  FFH-SLOT-COUNT              PIC 9(02).
003100     05  FFH-FUND-INFO-ARRAY.
003200         10  FFH-FUND-INFORMATION    OCCURS 9 TIMES.
003300             15  FFH-FUND-NUMBER     PIC 9(03).
003400             15  FFH-FUND-BALANCE    PIC S9(09)V99 COMP-3.
003500     05  FILLER                      PIC X(10).
