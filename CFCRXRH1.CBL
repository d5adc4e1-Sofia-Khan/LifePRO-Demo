000700*    READ BY THE CROSS-RUN TREND REPORT FCRXRHT, SO A SLOW    *
000800*    DRIFT IN TRUNCATION OR REJECT RATES SHOWS UP ON A        *
000900*    REPORT INSTEAD OF AS A MID-RUN GUARDRAIL TRIP.           *
000910*    FRH-HDR-RUN-DATE AND FRH-HDR-SOURCE-JOB CARRY THE RUN    *
000920*    LOG'S INPUT CONTROL-HEADER KEY SO THE END-OF-CYCLE       *
000930*    CLOSE-OUT (FCRXCLS) CAN FIND THE HISTORY ENTRY FOR A     *
000940*    GIVEN REGISTERED RUN.                                    *
001000**************************************************************
001100     05  FRH-KEY.
001200         10  FRH-RUN-DATE            PIC 9(08).
002100     05  FRH-OUT-OF-BALANCE-CTR      PIC 9(09).
002200     05  FRH-BYPASSED-CTR            PIC 9(09).
002300     05  FRH-REJECT-CTR              PIC 9(09).
002310     05  FRH-HDR-RUN-DATE            PIC 9(08).
002320     05  FRH-HDR-SOURCE-JOB          PIC X(08).
002400     05  FILLER                      PIC X(06).
