000100**************************************************************
000200*  CFCRXRC1  -  REJECT CORRECTION CARD.  INPUT TO THE          *
000300*    CORRECTION UTILITY FCRXRCE, ONE CARD PER CONVERSION       *
000400*    REJECT THE ANALYST HAS WORKED.  THE POLICY, RECORD        *
000500*    NUMBER, BALANCE AREA, OCCURRENCE, SLOT AND REASON CODE    *
000600*    ARE THE REJECT SUSPENSE KEY (CFCRXRS1) EXACTLY AS THE     *
000700*    REJECT CARRIED THEM.  ACTION 'C' CORRECTS THE FIELD THE   *
000800*    REASON CODE NAMES WITH FRC-NEW-VALUE:                     *
000900*      E001 POLICY ID            10 DIGITS                     *
001000*      E002 TRANSACTION TYPE     'AN  '                        *
001100*      E003 PLAN CODE            4 CHARACTERS, NOT BLANK       *
001200*      E004 EFFECTIVE DATE       YYYYMMDD                      *
001300*      E005 BALANCE TYPE         2 CHARACTERS, NOT BLANK       *
001400*      E006 BALANCE DATE         YYYYMMDD                      *
001500*      E007 E009 E010 FUND NO.   3 DIGITS, NOT 000 - ALL BLANK *
001600*                                EMPTIES THE SLOT              *
001700*      E008 FUND BALANCE         SIGN + 11 DIGITS, 2 DECIMALS  *
001800*                                (+00000125050 IS 1,250.50)    *
001900*    ACTION 'A' ABANDONS THE REJECT - NOTHING IS RESUBMITTED   *
002000*    FOR IT AND IT LEAVES THE AGING REPORT.  THE ANALYST ID IS *
002100*    REQUIRED ON EVERY CARD.  ALL FIELDS ARE PIC X SO A BAD    *
002200*    CARD IS REJECTED RATHER THAN ABENDING THE RUN.            *
002300**************************************************************
002400     05  FRC-ACTION                  PIC X(01).
002500         88  FRC-CORRECT                     VALUE 'C'.
002600         88  FRC-ABANDON                     VALUE 'A'.
002700     05  FRC-POLICY-ID               PIC X(10).
002800     05  FRC-RECORD-NUMBER           PIC X(09).
002900     05  FRC-BALANCE-AREA            PIC X(01).
003000     05  FRC-OCCURRENCE-NUMBER       PIC X(02).
003100     05  FRC-SLOT-NUMBER             PIC X(02).
003200     05  FRC-REASON-CODE             PIC X(04).
003300     05  FRC-NEW-VALUE               PIC X(12).
003400     05  FRC-NEW-AMOUNT              REDEFINES FRC-NEW-VALUE
003500                                     PIC S9(09)V99
003600                                     SIGN LEADING SEPARATE.
003700     05  FRC-ANALYST-ID              PIC X(08).
003800     05  FRC-COMMENT                 PIC X(30).
003900     05  FILLER                      PIC X(01).
