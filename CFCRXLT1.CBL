000100**************************************************************
000200*  CFCRXLT1  -  POLICYHOLDER NOTIFICATION LETTER RECORD.       *
000300*    WRITTEN BY THE LETTER EXTRACT (FCRXLTR) TO FCRLTRX FOR    *
000400*    THE MAIL HOUSE - ONE LETTER PER POLICY AND LETTER TYPE    *
000500*    FOR A CONVERSION RUN DATE.  THE LETTER TYPE PICKS THE     *
000600*    MAIL-HOUSE TEMPLATE: DROPPED (THE BALANCE WAS TRUNCATED   *
000700*    OFF THE POLICY) OR REDIRECTED (THE BALANCE WAS MOVED      *
000800*    INTO THE RESIDUAL FUND 999).  EACH AFFECTED FUND IS ONE   *
000900*    ENTRY OF THE FUND LIST; ENTRIES PAST FLT-FUND-COUNT ARE   *
000950*    SPACES.  A LETTER WITH MORE FUNDS THAN ONE RECORD HOLDS   *
001000*    GOES OUT AS SEVERAL RECORDS: FLT-LETTER-SEQUENCE IS 01 ON *
001050*    THE FIRST AND COUNTS UP ON EACH CONTINUATION RECORD FOR   *
001100*    THE SAME POLICY AND LETTER TYPE.  FLT-FUND-COUNT AND      *
001150*    FLT-TOTAL-BALANCE COVER THE ENTRIES ON THEIR OWN RECORD.  *
001200**************************************************************
001300     05  FLT-POLICY-ID               PIC 9(10).
001400     05  FLT-PLAN-CODE               PIC X(04).
001500     05  FLT-LETTER-TYPE             PIC X(10).
001600         88  FLT-DROPPED-LETTER              VALUE 'DROPPED   '.
001700         88  FLT-REDIRECTED-LETTER           VALUE 'REDIRECTED'.
001750     05  FLT-LETTER-SEQUENCE         PIC 9(02).
001800     05  FLT-RUN-DATE                PIC 9(08).
001900     05  FLT-NOTICE-DATE             PIC 9(08).
002000     05  FLT-FUND-COUNT              PIC 9(02).
002100     05  FLT-TOTAL-BALANCE           PIC S9(11)V99.
002200     05  FLT-FUND-ENTRY              OCCURS 60 TIMES.
002300         10  FLT-FUND-NUMBER         PIC 9(03).
002400         10  FLT-FUND-BALANCE        PIC S9(09)V99.
002500         10  FLT-BALANCE-AREA        PIC X(01).
002600         10  FLT-OCCURRENCE-NUMBER   PIC 9(02).
