000100**************************************************************
000200*  CFCRXCO1  -  END-OF-CYCLE CLOSE-OUT RELEASE/HOLD RECORD.    *
000300*    ONE RECORD WRITTEN BY THE CLOSE-OUT (FCRXCLS) AS THE LAST *
000400*    STEP OF THE NIGHTLY STREAM.  THE RUN DATE AND SOURCE JOB  *
000500*    ARE THE INPUT CONTROL-HEADER KEY OF THE RUN BEING CLOSED  *
000600*    (THE FCRXREG REGISTRATION KEY); THE CONVERSION DATE IS    *
000700*    THE CONVERTED FILE'S HEADER RUN DATE, UNDER WHICH THE     *
000800*    RUN LOG, RUN HISTORY, KEYED EXCEPTIONS AND GL EXTRACT     *
000900*    WERE WRITTEN.  THE DECISION RELEASES THE CYCLE ONLY WHEN  *
001000*    EVERY CHECK PASSED; OTHERWISE THE FIRST FAILED CHECK IS   *
001100*    NAMED AS THE HOLD REASON.                                 *
001200**************************************************************
001300     05  FCO-RUN-DATE                PIC 9(08).
001400     05  FCO-SOURCE-JOB              PIC X(08).
001500     05  FCO-CONVERSION-DATE         PIC 9(08).
001600     05  FCO-DECISION                PIC X(01).
001700         88  FCO-RELEASE                     VALUE 'R'.
001800         88  FCO-HOLD                        VALUE 'H'.
001900     05  FCO-CLOSE-DATE              PIC 9(08).
002000     05  FCO-CLOSE-TIME              PIC 9(08).
002100     05  FCO-CHECKS-MADE             PIC 9(02).
002200     05  FCO-CHECKS-FAILED           PIC 9(02).
002300     05  FCO-HOLD-REASON             PIC X(40).
002400     05  FCO-EXCEPTION-COUNT         PIC 9(09).
002500     05  FCO-EXCEPTION-DOLLARS       PIC S9(11)V99.
002600     05  FCO-GL-DEBIT-DOLLARS        PIC S9(11)V99.
002700     05  FILLER                      PIC X(10).
