000100**************************************************************
000200*  CFCRXCF1  -  CONVERSION AUDIT CERTIFICATION RECORD.  ONE    *
000300*    RECORD WRITTEN BY THE AUDIT COMPARE (FCRXAUD) AT THE END  *
000400*    OF EVERY COMPARE, PASSED OR FAILED, SO THE CERTIFICATION  *
000500*    CAN BE READ BY PROGRAM AS WELL AS FROM THE PRINTED        *
000600*    AUDIT REPORT.  THE INPUT RUN DATE AND SOURCE JOB ARE THE  *
000700*    OLD-FORMAT FILE'S CONTROL HEADER (CFCRXHT1) - THE KEY THE *
000800*    CONVERSION REGISTERED THE RUN UNDER ON FCRXREG; THE       *
000900*    OUTPUT RUN DATE AND SOURCE JOB ARE THE CONVERTED FILE'S   *
001000*    HEADER, WHOSE RUN DATE IS THE CONVERSION'S OWN PROCESSING *
001100*    DATE.  A FILE WITH NO HEADER LEAVES ITS FIELDS ZERO AND   *
001200*    SPACES.  THE EXCEPTION COUNT AND DOLLARS ARE THE FCRXEXC  *
001300*    FILE THE COMPARE WAS GIVEN.  READ BY THE END-OF-CYCLE     *
001400*    CLOSE-OUT (FCRXCLS) AND BY THE FUND-HISTORY LOAD          *
001450*    (FCRXHLD), WHICH LOADS ONLY THE CERTIFIED OUTPUT RUN.     *
001500**************************************************************
001600     05  FCF-INPUT-RUN-DATE          PIC 9(08).
001700     05  FCF-INPUT-SOURCE-JOB        PIC X(08).
001800     05  FCF-OUTPUT-RUN-DATE         PIC 9(08).
001900     05  FCF-OUTPUT-SOURCE-JOB       PIC X(08).
002000     05  FCF-CERTIFY-RESULT          PIC X(01).
002100         88  FCF-CERTIFIED                   VALUE 'P'.
002200         88  FCF-NOT-CERTIFIED               VALUE 'F'.
002300     05  FCF-CERTIFY-DATE            PIC 9(08).
002400     05  FCF-REDIRECT-SW             PIC X(01).
002500         88  FCF-RUN-REDIRECTED              VALUE 'Y'.
002600     05  FCF-PAIRS-COMPARED          PIC 9(09).
002700     05  FCF-UNEXPLAINED-DIFF        PIC 9(09).
002800     05  FCF-ORPHAN-EXCEPTIONS       PIC 9(09).
002900     05  FCF-EXCEPTION-COUNT         PIC 9(09).
003000     05  FCF-EXCEPTION-DOLLARS       PIC S9(11)V99.
003100     05  FILLER                      PIC X(10).
