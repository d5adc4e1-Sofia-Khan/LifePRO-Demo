000010 IDENTIFICATION DIVISION.
000020
000030 PROGRAM-ID. FCRXHIQ.
000040
000050*TITLE.      POLICY FUND-HISTORY INQUIRY
000060
000070 AUTHOR.     CSC FINANCIAL SERVICES GROUP.
000080
000090 SECURITY.   THIS PROGRAM IS THE PROPERTY OF CSC FINANCIAL
000100             SERVICES GROUP. IT MAY NOT BE COPIED IN WHOLE OR IN
000110             PART WITHOUT THE EXPRESS WRITTEN CONSENT OF
000120             CSC FINANCIAL SERVICES GROUP.
000130
000140 DATE-WRITTEN.  OCTOBER, 2026.
000150
000160 DATE-COMPILED.
000170     EJECT
000180*REMARKS.
000190*=================================================================
000200*                  MODULE   MODIFICATIONS                        *
000210*=================================================================
000220* ENH #        ID     DATE     DESCRIPTION                       *
000230*-------- -------- -------- ------------------------------------ *
000240* T-0240  Z001801  10/2026  INITIAL VERSION - POLICY INQUIRY ON  *
000250*                           THE KEYED FUND-HISTORY FILE, PERIODS *
000260*                           SIDE BY SIDE WITH EXCEPTIONS FLAGGED *
000270*                                                                *
000280*=================================================================
000290*                                                                *
000300*  MODULE NARRATIVE                                              *
000310*   THIS IS PART OF THE WMA / V1 FUNDS CONFIGURATION UTILITY     *
000320*    PROCESS.  CUSTOMER SERVICE RUNS THIS INQUIRY AGAINST THE    *
000330*    KEYED POLICY FUND-HISTORY FILE (FCRFHST, LOADED BY FCRXHLD  *
000340*    FROM EVERY CERTIFIED CONVERTED FILE) TO ANSWER WHAT A       *
000350*    POLICY HELD, AND IN WHICH FUNDS, IN ANY LOADED PERIOD.      *
000360*    THE REP ENTERS A POLICY NUMBER AND SEES EACH BALANCE AREA   *
000370*    (BEGIN 1-3, END 1-3) AS A GRID - ONE ROW PER FUND, ONE      *
000380*    COLUMN PER STATEMENT EFFECTIVE DATE, OLDEST FIRST, SIX      *
000390*    COLUMNS TO A BLOCK - SO THE FUND LINEUP AND BALANCES CAN    *
000400*    BE READ ACROSS THE YEARS.  A BLANK ENTRY OR THE WORD END    *
000410*    LEAVES THE INQUIRY.                                         *
000420*                                                                *
000430*   THE KEYED FUND EXCEPTION FILE (FCRXKEY) IS READ FOR THE      *
000440*    SAME POLICY.  AN EXCEPTION BELONGS TO THE PERIOD LOADED     *
000450*    FROM THE SAME RUN DATE AND RECORD NUMBER, AND SHOWS INLINE  *
000460*    IN ITS BALANCE AREA AS AN EXTRA ROW FOR THE FUND, FLAGGED   *
000470*    D (DROPPED IN TRUNCATION) OR R (REDIRECTED TO FUND 999).    *
000480*    AN EXCEPTION FROM A RUN NOT ON THE HISTORY IS COUNTED AND   *
000490*    THE REP IS POINTED TO FCRXINQ.  IF FCRXKEY CANNOT BE        *
000500*    OPENED THE HISTORY IS STILL SHOWN, WITHOUT FLAGS.           *
000510******************************************************************
000520     EJECT
000530 ENVIRONMENT DIVISION.
000540
000550 INPUT-OUTPUT SECTION.
000560
000570 FILE-CONTROL.
000580
000590     SELECT FUND-HISTORY-FILE     ASSIGN TO FCRFHST
000600                                   ORGANIZATION IS INDEXED
000610                                   ACCESS MODE IS DYNAMIC
000620                                   RECORD KEY IS FFH-KEY
000630                                   FILE STATUS IS FCRFHST-STATUS.
000640
000650     SELECT KEYED-EXCEPTION-FILE  ASSIGN TO FCRXKEY
000660                                   ORGANIZATION IS INDEXED
000670                                   ACCESS MODE IS DYNAMIC
000680                                   RECORD KEY IS FKX-KEY
000690                                   FILE STATUS IS FCRXKEY-STATUS.
000700
000710 DATA DIVISION.
000720
000730 FILE SECTION.
000740
000750 FD  FUND-HISTORY-FILE.
000760
000770 01  FUND-HISTORY-RECORD.            COPY CFCRXFH1 SUPPRESS.
000780
000790 FD  KEYED-EXCEPTION-FILE.
000800
000810 01  KEYED-EXCEPTION-RECORD.         COPY CFCRXKX1 SUPPRESS.
000820
000830 WORKING-STORAGE SECTION.
000840
000850 01  FILLER                            PIC X(48)  VALUE
000860     'XXXXX FCRXHIQ  WORKING STORAGE STARTS HERE XXXXX'.
000870
000880 01  FILE-STATUS-CODES.
000890     05  FCRFHST-STATUS              PIC X(02).
000900         88  FCRFHST-STATUS-OK               VALUE '00'.
000910         88  FCRFHST-STATUS-EOF              VALUE '10'.
000920         88  FCRFHST-STATUS-NOT-FOUND        VALUE '23'.
000930     05  FCRXKEY-STATUS              PIC X(02).
000940         88  FCRXKEY-STATUS-OK               VALUE '00'.
000950         88  FCRXKEY-STATUS-EOF              VALUE '10'.
000960         88  FCRXKEY-STATUS-NOT-FOUND        VALUE '23'.
000970
000980 01  WORK-AREAS.
000990     05  INQUIRY-DONE-SW             PIC X     VALUE SPACE.
001000         88  INQUIRY-DONE                      VALUE 'Y'.
001010     05  POLICY-DONE-SW              PIC X     VALUE SPACE.
001020         88  POLICY-DONE                       VALUE 'Y'.
001030     05  EXCEPTIONS-DONE-SW          PIC X     VALUE SPACE.
001040         88  EXCEPTIONS-DONE                   VALUE 'Y'.
001050     05  EXCEPTION-FILE-SW           PIC X     VALUE SPACE.
001060         88  EXCEPTION-FILE-OPEN               VALUE 'Y'.
001070     05  INQUIRY-REPLY               PIC X(10) VALUE SPACES.
001080     05  INQUIRY-POLICY-ID           PIC 9(10) VALUE ZERO.
001090     05  HISTORY-READ-CTR            PIC S9(04) COMP
001100                                      VALUE ZERO.
001110     05  EXCEPTIONS-FLAGGED-CTR      PIC S9(04) COMP
001120                                      VALUE ZERO.
001130     05  EXCEPTIONS-OFF-HISTORY-CTR  PIC S9(04) COMP
001140                                      VALUE ZERO.
001150     05  PERIODS-DROPPED-CTR         PIC S9(04) COMP
001160                                      VALUE ZERO.
001170     05  ROWS-DROPPED-CTR            PIC S9(04) COMP
001180                                      VALUE ZERO.
001190
001200**************************************************************
001210*  PERIOD-TABLE - ONE ENTRY PER STATEMENT EFFECTIVE DATE ON     *
001220*    THE POLICY'S HISTORY, OLDEST FIRST (THE FILE'S KEY         *
001230*    ORDER), WITH THE RUN IT WAS LOADED FROM.                   *
001240**************************************************************
001250 01  PERIOD-CONTROLS.
001260     05  PER-COUNT                   PIC S9(04) COMP.
001270     05  PER-MAX-ENTRIES             PIC S9(04) COMP VALUE +40.
001280     05  PER-SUBSCRIPT               PIC S9(04) COMP.
001290     05  PER-FOUND-SW                PIC X(01).
001300         88  PER-PERIOD-FOUND                  VALUE 'Y'.
001310
001320 01  PERIOD-TABLE.
001330     05  PERIOD-ENTRY                OCCURS 40 TIMES.
001340         10  PER-EFFECTIVE-DATE      PIC 9(08).
001350         10  PER-RUN-DATE            PIC 9(08).
001360         10  PER-RECORD-NUMBER       PIC 9(09).
001370         10  PER-TRX-TYPE            PIC X(04).
001380         10  PER-PLAN-CODE           PIC X(04).
001390
001400**************************************************************
001410*  HISTORY-GRID - ONE GRID PER BALANCE AREA (1-3 BEGIN, 4-6     *
001420*    END).  A ROW IS A FUND HELD IN THE AREA (TYPE H) OR A      *
001430*    FUND NAMED BY AN EXCEPTION (TYPE X); EACH CELL IS THAT     *
001440*    ROW'S STATE AND BALANCE IN ONE PERIOD.                     *
001450**************************************************************
001460 01  GRID-CONTROLS.
001470     05  GRD-AREA                    PIC S9(04) COMP.
001480     05  GRD-ROW                     PIC S9(04) COMP.
001490     05  GRD-MAX-ROWS                PIC S9(04) COMP VALUE +30.
001500     05  GRD-SLOT                    PIC S9(04) COMP.
001510     05  GRD-FIND-FUND               PIC 9(03).
001520     05  GRD-FIND-TYPE               PIC X(01).
001530     05  GRD-FOUND-SW                PIC X(01).
001540         88  GRD-ROW-FOUND                     VALUE 'Y'.
001550
001560 01  HISTORY-GRID.
001570     05  GRD-AREA-ENTRY              OCCURS 6 TIMES.
001580         10  GRD-ROW-COUNT           PIC S9(04) COMP.
001590         10  GRD-ROW-ENTRY           OCCURS 30 TIMES.
001600             15  GRD-FUND-NUMBER     PIC 9(03).
001610             15  GRD-ROW-TYPE        PIC X(01).
001620                 88  GRD-HELD-ROW            VALUE 'H'.
001630                 88  GRD-EXCEPTION-ROW       VALUE 'X'.
001640             15  GRD-CELL            OCCURS 40 TIMES.
001650                 20  GRD-CELL-STATE  PIC X(01).
001660                     88  GRD-CELL-EMPTY      VALUE ' '.
001670                     88  GRD-CELL-HELD       VALUE 'H'.
001680                 20  GRD-CELL-BALANCE
001690                                     PIC S9(09)V99 COMP-3.
001700
001710**************************************************************
001720*  DISPLAY-CONTROLS - THE AREA AND BLOCK OF SIX PERIODS BEING   *
001730*    SHOWN.                                                     *
001740**************************************************************
001750 01  DISPLAY-CONTROLS.
001760     05  DSP-SET-START               PIC S9(04) COMP.
001770     05  DSP-COLUMN                  PIC S9(04) COMP.
001780     05  DSP-PERIOD                  PIC S9(04) COMP.
001790     05  DSP-SET-END                 PIC S9(04) COMP.
001800     05  DSP-COUNT                   PIC ZZZ9.
001810
001820 01  AREA-NAME-VALUES.
001830     05  FILLER                      PIC X(16)  VALUE
001840         'BEGIN BALANCES 1'.
001850     05  FILLER                      PIC X(16)  VALUE
001860         'BEGIN BALANCES 2'.
001870     05  FILLER                      PIC X(16)  VALUE
001880         'BEGIN BALANCES 3'.
001890     05  FILLER                      PIC X(16)  VALUE
001900         'END BALANCES 1  '.
001910     05  FILLER                      PIC X(16)  VALUE
001920         'END BALANCES 2  '.
001930     05  FILLER                      PIC X(16)  VALUE
001940         'END BALANCES 3  '.
001950 01  AREA-NAME-TABLE REDEFINES AREA-NAME-VALUES.
001960     05  AREA-NAME                   PIC X(16)  OCCURS 6 TIMES.
001970
001980 01  AREA-TITLE-LINE.
001990     05  ATL-AREA-NAME               PIC X(16).
002000     05  FILLER                      PIC X(10)  VALUE
002010         '  PERIODS '.
002020     05  ATL-FIRST-PERIOD            PIC Z9.
002030     05  FILLER                      PIC X(03)  VALUE ' - '.
002040     05  ATL-LAST-PERIOD             PIC Z9.
002050     05  FILLER                      PIC X(04)  VALUE ' OF '.
002060     05  ATL-PERIOD-COUNT            PIC Z9.
002070
002080 01  HISTORY-DATE-LINE.
002090     05  HDL-LABEL                   PIC X(12).
002100     05  HDL-COLUMN                  OCCURS 6 TIMES.
002110         10  FILLER                  PIC X(07).
002120         10  HDL-VALUE               PIC X(08).
002130         10  FILLER                  PIC X(02).
002140
002150 01  HISTORY-GRID-LINE.
002160     05  HGL-LABEL.
002170         10  FILLER                  PIC X(05).
002180         10  HGL-FUND-NUMBER         PIC 9(03).
002190         10  FILLER                  PIC X(01).
002200         10  HGL-ROW-TYPE            PIC X(03).
002210     05  HGL-COLUMN                  OCCURS 6 TIMES.
002220         10  FILLER                  PIC X(01).
002230         10  HGL-BALANCE             PIC ZZZ,ZZZ,ZZ9.99-.
002240         10  HGL-FLAG                PIC X(01).
002250
002260 01  FILLER                          PIC X(48)  VALUE
002270     'XXXX FCRXHIQ  WORKING STORAGE ENDS HERE XXXX'.
002280     EJECT
002290 PROCEDURE DIVISION.
002300
002310 000000-MAINLINE.
002320
002330     OPEN INPUT FUND-HISTORY-FILE.
002340     IF NOT FCRFHST-STATUS-OK
002350         DISPLAY 'FCRXHIQ - CANNOT OPEN FUND-HISTORY FILE'
002360                 ' - FILE STATUS = ' FCRFHST-STATUS
002370         MOVE 16 TO RETURN-CODE
002380         STOP RUN
002390     END-IF.
002400
002410* THE HISTORY IS STILL WORTH SHOWING WITHOUT THE EXCEPTIONS.
002420     OPEN INPUT KEYED-EXCEPTION-FILE.
002430     IF FCRXKEY-STATUS-OK
002440         SET EXCEPTION-FILE-OPEN     IN WORK-AREAS TO TRUE
002450     ELSE
002460         DISPLAY 'FCRXHIQ - KEYED EXCEPTION FILE NOT AVAILABLE'
002470                 ' - FILE STATUS = ' FCRXKEY-STATUS
002480         DISPLAY 'EXCEPTIONS WILL NOT BE FLAGGED.'
002490     END-IF.
002500
002510     DISPLAY 'POLICY FUND-HISTORY INQUIRY'.
002520     DISPLAY 'ENTER A 10-DIGIT POLICY NUMBER, OR END TO QUIT.'.
002530
002540     PERFORM 100000-ONE-INQUIRY        THRU 100000-EXIT
002550       UNTIL INQUIRY-DONE              IN WORK-AREAS.
002560
002570     CLOSE FUND-HISTORY-FILE.
002580     IF EXCEPTION-FILE-OPEN          IN WORK-AREAS
002590         CLOSE KEYED-EXCEPTION-FILE
002600     END-IF.
002610
002620     DISPLAY 'FCRXHIQ - INQUIRY ENDED.'.
002630
002640 000000-EXIT.
002650     GOBACK.
002660
002670 100000-ONE-INQUIRY.
002680
002690     DISPLAY 'POLICY NUMBER?'.
002700     MOVE SPACES TO INQUIRY-REPLY      IN WORK-AREAS.
002710     ACCEPT INQUIRY-REPLY              IN WORK-AREAS.
002720
002730     IF INQUIRY-REPLY                  IN WORK-AREAS
002740       EQUAL SPACES
002750       OR INQUIRY-REPLY                IN WORK-AREAS
002760          EQUAL 'END       '
002770       OR INQUIRY-REPLY                IN WORK-AREAS
002780          EQUAL 'end       '
002790         SET INQUIRY-DONE              IN WORK-AREAS TO TRUE
002800         GO TO 100000-EXIT
002810     END-IF.
002820
002830     IF INQUIRY-REPLY                  IN WORK-AREAS
002840       NOT NUMERIC
002850         DISPLAY 'POLICY NUMBER MUST BE 10 DIGITS - REENTER.'
002860         GO TO 100000-EXIT
002870     END-IF.
002880
002890     MOVE INQUIRY-REPLY                IN WORK-AREAS
002900       TO INQUIRY-POLICY-ID            IN WORK-AREAS.
002910
002920     MOVE ZERO
002930       TO PER-COUNT                    IN PERIOD-CONTROLS
002940          HISTORY-READ-CTR             IN WORK-AREAS
002950          EXCEPTIONS-FLAGGED-CTR       IN WORK-AREAS
002960          EXCEPTIONS-OFF-HISTORY-CTR   IN WORK-AREAS
002970          PERIODS-DROPPED-CTR          IN WORK-AREAS
002980          ROWS-DROPPED-CTR             IN WORK-AREAS.
002990     MOVE 1 TO GRD-AREA                IN GRID-CONTROLS.
003000     PERFORM 110000-CLEAR-ONE-AREA     THRU 110000-EXIT
003010       UNTIL GRD-AREA                  IN GRID-CONTROLS
003020             GREATER THAN 6.
003030
003040     MOVE INQUIRY-POLICY-ID            IN WORK-AREAS
003050       TO FFH-POLICY-ID                IN FUND-HISTORY-RECORD.
003060     MOVE ZERO
003070       TO FFH-EFFECTIVE-DATE           IN FUND-HISTORY-RECORD
003080          FFH-OCCURRENCE-NUMBER        IN FUND-HISTORY-RECORD.
003090     MOVE LOW-VALUES
003100       TO FFH-BALANCE-AREA             IN FUND-HISTORY-RECORD.
003110
003120     START FUND-HISTORY-FILE
003130         KEY NOT LESS THAN FFH-KEY     IN FUND-HISTORY-RECORD.
003140
003150     IF FCRFHST-STATUS-NOT-FOUND
003160       OR FCRFHST-STATUS-EOF
003170         DISPLAY 'NO FUND HISTORY FOR POLICY '
003180                 INQUIRY-POLICY-ID     IN WORK-AREAS
003190         GO TO 100000-EXIT
003200     END-IF.
003210
003220     IF NOT FCRFHST-STATUS-OK
003230         DISPLAY 'FCRXHIQ - FILE ERROR ON START - STATUS = '
003240                 FCRFHST-STATUS
003250         MOVE 16 TO RETURN-CODE
003260         STOP RUN
003270     END-IF.
003280
003290     MOVE SPACE
003300       TO POLICY-DONE-SW               IN WORK-AREAS.
003310
003320     PERFORM 200000-COLLECT-ONE-HISTORY THRU 200000-EXIT
003330       UNTIL POLICY-DONE               IN WORK-AREAS.
003340
003350     IF HISTORY-READ-CTR               IN WORK-AREAS
003360       EQUAL ZERO
003370         DISPLAY 'NO FUND HISTORY FOR POLICY '
003380                 INQUIRY-POLICY-ID     IN WORK-AREAS
003390         GO TO 100000-EXIT
003400     END-IF.
003410
003420     IF EXCEPTION-FILE-OPEN            IN WORK-AREAS
003430         PERFORM 300000-FLAG-EXCEPTIONS THRU 300000-EXIT
003440     END-IF.
003450
003460     PERFORM 400000-SHOW-POLICY-HISTORY THRU 400000-EXIT.
003470
003480 100000-EXIT.
003490     EXIT.
003500
003510 110000-CLEAR-ONE-AREA.
003520
003530     MOVE ZERO
003540       TO GRD-ROW-COUNT                IN HISTORY-GRID
003550                                       (GRD-AREA).
003560     ADD 1 TO GRD-AREA                 IN GRID-CONTROLS.
003570
003580 110000-EXIT.
003590     EXIT.
003600
003610**************************************************************
003620*  200000-COLLECT-ONE-HISTORY - READS THE POLICY'S NEXT         *
003630*    HISTORY RECORD AND POSTS ITS HELD FUNDS INTO THE GRID FOR  *
003640*    ITS BALANCE AREA, IN THE COLUMN FOR ITS EFFECTIVE DATE.    *
003650**************************************************************
003660 200000-COLLECT-ONE-HISTORY.
003670
003680     READ FUND-HISTORY-FILE NEXT RECORD.
003690
003700     IF FCRFHST-STATUS-EOF
003710         SET POLICY-DONE               IN WORK-AREAS TO TRUE
003720         GO TO 200000-EXIT
003730     END-IF.
003740
003750     IF NOT FCRFHST-STATUS-OK
003760         DISPLAY 'FCRXHIQ - FILE ERROR ON READ - STATUS = '
003770                 FCRFHST-STATUS
003780         MOVE 16 TO RETURN-CODE
003790         STOP RUN
003800     END-IF.
003810
003820     IF FFH-POLICY-ID                IN FUND-HISTORY-RECORD
003830       NOT EQUAL INQUIRY-POLICY-ID     IN WORK-AREAS
003840         SET POLICY-DONE               IN WORK-AREAS TO TRUE
003850         GO TO 200000-EXIT
003860     END-IF.
003870
003880     ADD 1 TO HISTORY-READ-CTR         IN WORK-AREAS.
003890
003900* THE FILE IS IN EFFECTIVE-DATE ORDER WITHIN THE POLICY, SO A
003910* NEW PERIOD IS ANY DATE DIFFERENT FROM THE LAST ONE SEEN.
003920     IF PER-COUNT                      IN PERIOD-CONTROLS
003930       EQUAL ZERO
003940       OR FFH-EFFECTIVE-DATE         IN FUND-HISTORY-RECORD
003950          NOT EQUAL PER-EFFECTIVE-DATE IN PERIOD-TABLE
003960                                       (PER-COUNT)
003970         IF PER-COUNT                  IN PERIOD-CONTROLS
003980           NOT LESS THAN PER-MAX-ENTRIES
003990                                       IN PERIOD-CONTROLS
004000             ADD 1 TO PERIODS-DROPPED-CTR IN WORK-AREAS
004010             SET POLICY-DONE           IN WORK-AREAS TO TRUE
004020             GO TO 200000-EXIT
004030         END-IF
004040         ADD 1 TO PER-COUNT            IN PERIOD-CONTROLS
004050         MOVE FFH-EFFECTIVE-DATE     IN FUND-HISTORY-RECORD
004060           TO PER-EFFECTIVE-DATE       IN PERIOD-TABLE
004070                                       (PER-COUNT)
004080         MOVE FFH-RUN-DATE           IN FUND-HISTORY-RECORD
004090           TO PER-RUN-DATE             IN PERIOD-TABLE
004100                                       (PER-COUNT)
004110         MOVE FFH-RECORD-NUMBER      IN FUND-HISTORY-RECORD
004120           TO PER-RECORD-NUMBER        IN PERIOD-TABLE
004130                                       (PER-COUNT)
004140         MOVE FFH-TRX-TYPE           IN FUND-HISTORY-RECORD
004150           TO PER-TRX-TYPE             IN PERIOD-TABLE
004160                                       (PER-COUNT)
004170         MOVE FFH-PLAN-CODE          IN FUND-HISTORY-RECORD
004180           TO PER-PLAN-CODE            IN PERIOD-TABLE
004190                                       (PER-COUNT)
004200     END-IF.
004210
004220     IF FFH-OCCURRENCE-NUMBER        IN FUND-HISTORY-RECORD
004230       LESS THAN 1
004240       OR FFH-OCCURRENCE-NUMBER      IN FUND-HISTORY-RECORD
004250          GREATER THAN 3
004260         GO TO 200000-EXIT
004270     END-IF.
004280
004290     IF FFH-BEGIN-BALANCE-AREA       IN FUND-HISTORY-RECORD
004300         MOVE FFH-OCCURRENCE-NUMBER  IN FUND-HISTORY-RECORD
004310           TO GRD-AREA                 IN GRID-CONTROLS
004320     ELSE
004330         COMPUTE GRD-AREA              IN GRID-CONTROLS
004340             = FFH-OCCURRENCE-NUMBER IN FUND-HISTORY-RECORD
004350             + 3
004360     END-IF.
004370
004380     MOVE 1 TO GRD-SLOT                IN GRID-CONTROLS.
004390     PERFORM 210000-POST-ONE-SLOT      THRU 210000-EXIT
004400       UNTIL GRD-SLOT                  IN GRID-CONTROLS
004410             GREATER THAN 9.
004420
004430 200000-EXIT.
004440     EXIT.
004450
004460**************************************************************
004470*  210000-POST-ONE-SLOT - AN OPEN SLOT (ZERO OR SPACES, AS THE  *
004480*    NINTH SLOT OF AN AN AREA ALWAYS IS) HOLDS NOTHING.         *
004490**************************************************************
004500 210000-POST-ONE-SLOT.
004510
004520     IF FFH-FUND-NUMBER              IN FUND-HISTORY-RECORD
004530                                       (GRD-SLOT)
004540       NOT NUMERIC
004550       OR FFH-FUND-NUMBER            IN FUND-HISTORY-RECORD
004560                                       (GRD-SLOT)
004570          EQUAL ZERO
004580         GO TO 210000-NEXT
004590     END-IF.
004600
004610     MOVE FFH-FUND-NUMBER            IN FUND-HISTORY-RECORD
004620                                       (GRD-SLOT)
004630       TO GRD-FIND-FUND                IN GRID-CONTROLS.
004640     MOVE 'H' TO GRD-FIND-TYPE         IN GRID-CONTROLS.
004650     PERFORM 220000-FIND-GRID-ROW      THRU 220000-EXIT.
004660
004670     IF NOT GRD-ROW-FOUND              IN GRID-CONTROLS
004680         GO TO 210000-NEXT
004690     END-IF.
004700
004710     SET GRD-CELL-HELD                 IN HISTORY-GRID
004720                                       (GRD-AREA, GRD-ROW,
004730                                        PER-COUNT)
004740       TO TRUE.
004750     ADD FFH-FUND-BALANCE            IN FUND-HISTORY-RECORD
004760                                       (GRD-SLOT)
004770       TO GRD-CELL-BALANCE             IN HISTORY-GRID
004780                                       (GRD-AREA, GRD-ROW,
004790                                        PER-COUNT).
004800
004810 210000-NEXT.
004820     ADD 1 TO GRD-SLOT                 IN GRID-CONTROLS.
004830
004840 210000-EXIT.
004850     EXIT.
004860
004870**************************************************************
004880*  220000-FIND-GRID-ROW - FINDS THE ROW FOR GRD-FIND-FUND AND   *
004890*    GRD-FIND-TYPE IN THE AREA GRD-AREA, ADDING IT (CELLS ALL   *
004900*    EMPTY) THE FIRST TIME THE FUND APPEARS.  A FULL GRID       *
004910*    LEAVES THE ROW UNFOUND AND COUNTS IT.                      *
004920**************************************************************
004930 220000-FIND-GRID-ROW.
004940
004950     MOVE SPACE TO GRD-FOUND-SW        IN GRID-CONTROLS.
004960     MOVE 1     TO GRD-ROW             IN GRID-CONTROLS.
004970     PERFORM 221000-TEST-ONE-ROW       THRU 221000-EXIT
004980       UNTIL GRD-ROW-FOUND             IN GRID-CONTROLS
004990          OR GRD-ROW                   IN GRID-CONTROLS
005000             GREATER THAN GRD-ROW-COUNT IN HISTORY-GRID
005010                                       (GRD-AREA).
005020
005030     IF GRD-ROW-FOUND                  IN GRID-CONTROLS
005040         GO TO 220000-EXIT
005050     END-IF.
005060
005070     IF GRD-ROW-COUNT                  IN HISTORY-GRID
005080                                       (GRD-AREA)
005090       NOT LESS THAN GRD-MAX-ROWS      IN GRID-CONTROLS
005100         ADD 1 TO ROWS-DROPPED-CTR     IN WORK-AREAS
005110         GO TO 220000-EXIT
005120     END-IF.
005130
005140     ADD 1 TO GRD-ROW-COUNT            IN HISTORY-GRID
005150                                       (GRD-AREA).
005160     MOVE GRD-ROW-COUNT                IN HISTORY-GRID
005170                                       (GRD-AREA)
005180       TO GRD-ROW                      IN GRID-CONTROLS.
005190     INITIALIZE GRD-ROW-ENTRY          IN HISTORY-GRID
005200                                       (GRD-AREA, GRD-ROW).
005210     MOVE GRD-FIND-FUND                IN GRID-CONTROLS
005220       TO GRD-FUND-NUMBER              IN HISTORY-GRID
005230                                       (GRD-AREA, GRD-ROW).
005240     MOVE GRD-FIND-TYPE                IN GRID-CONTROLS
005250       TO GRD-ROW-TYPE                 IN HISTORY-GRID
005260                                       (GRD-AREA, GRD-ROW).
005270     SET GRD-ROW-FOUND                 IN GRID-CONTROLS TO TRUE.
005280
005290 220000-EXIT.
005300     EXIT.
005310
005320 221000-TEST-ONE-ROW.
005330
005340     IF GRD-FUND-NUMBER                IN HISTORY-GRID
005350                                       (GRD-AREA, GRD-ROW)
005360       EQUAL GRD-FIND-FUND             IN GRID-CONTROLS
005370       AND GRD-ROW-TYPE                IN HISTORY-GRID
005380                                       (GRD-AREA, GRD-ROW)
005390           EQUAL GRD-FIND-TYPE         IN GRID-CONTROLS
005400         SET GRD-ROW-FOUND             IN GRID-CONTROLS TO TRUE
005410         GO TO 221000-EXIT
005420     END-IF.
005430
005440     ADD 1 TO GRD-ROW                  IN GRID-CONTROLS.
005450
005460 221000-EXIT.
005470     EXIT.
005480
005490**************************************************************
005500*  300000-FLAG-EXCEPTIONS - READS THE POLICY'S KEYED FUND       *
005510*    EXCEPTIONS AND PUTS EACH ONE INLINE IN THE PERIOD LOADED   *
005520*    FROM ITS RUN, AS AN EXCEPTION ROW IN ITS BALANCE AREA.     *
005530**************************************************************
005540 300000-FLAG-EXCEPTIONS.
005550
005560     MOVE INQUIRY-POLICY-ID            IN WORK-AREAS
005570       TO FKX-POLICY-ID              IN KEYED-EXCEPTION-RECORD.
005580     MOVE ZERO
005590       TO FKX-SEQUENCE               IN KEYED-EXCEPTION-RECORD.
005600
005610     START KEYED-EXCEPTION-FILE
005620         KEY NOT LESS THAN FKX-KEY
005630                                     IN KEYED-EXCEPTION-RECORD.
005640
005650     IF FCRXKEY-STATUS-NOT-FOUND
005660       OR FCRXKEY-STATUS-EOF
005670         GO TO 300000-EXIT
005680     END-IF.
005690
005700     IF NOT FCRXKEY-STATUS-OK
005710         DISPLAY 'FCRXHIQ - FILE ERROR ON START - STATUS = '
005720                 FCRXKEY-STATUS
005730         MOVE 16 TO RETURN-CODE
005740         STOP RUN
005750     END-IF.
005760
005770     MOVE SPACE
005780       TO EXCEPTIONS-DONE-SW           IN WORK-AREAS.
005790
005800     PERFORM 310000-FLAG-ONE-EXCEPTION THRU 310000-EXIT
005810       UNTIL EXCEPTIONS-DONE           IN WORK-AREAS.
005820
005830 300000-EXIT.
005840     EXIT.
005850
005860 310000-FLAG-ONE-EXCEPTION.
005870
005880     READ KEYED-EXCEPTION-FILE NEXT RECORD.
005890
005900     IF FCRXKEY-STATUS-EOF
005910         SET EXCEPTIONS-DONE           IN WORK-AREAS TO TRUE
005920         GO TO 310000-EXIT
005930     END-IF.
005940
005950     IF NOT FCRXKEY-STATUS-OK
005960         DISPLAY 'FCRXHIQ - FILE ERROR ON READ - STATUS = '
005970                 FCRXKEY-STATUS
005980         MOVE 16 TO RETURN-CODE
005990         STOP RUN
006000     END-IF.
006010
006020     IF FKX-POLICY-ID                IN KEYED-EXCEPTION-RECORD
006030       NOT EQUAL INQUIRY-POLICY-ID     IN WORK-AREAS
006040         SET EXCEPTIONS-DONE           IN WORK-AREAS TO TRUE
006050         GO TO 310000-EXIT
006060     END-IF.
006070
006080     MOVE SPACE TO PER-FOUND-SW        IN PERIOD-CONTROLS.
006090     MOVE 1     TO PER-SUBSCRIPT       IN PERIOD-CONTROLS.
006100     PERFORM 311000-MATCH-ONE-PERIOD   THRU 311000-EXIT
006110       UNTIL PER-PERIOD-FOUND          IN PERIOD-CONTROLS
006120          OR PER-SUBSCRIPT             IN PERIOD-CONTROLS
006130             GREATER THAN PER-COUNT    IN PERIOD-CONTROLS.
006140
006150     IF NOT PER-PERIOD-FOUND           IN PERIOD-CONTROLS
006160       OR FKX-OCCURRENCE-NUMBER      IN KEYED-EXCEPTION-RECORD
006170          LESS THAN 1
006180       OR FKX-OCCURRENCE-NUMBER      IN KEYED-EXCEPTION-RECORD
006190          GREATER THAN 3
006200         ADD 1 TO EXCEPTIONS-OFF-HISTORY-CTR IN WORK-AREAS
006210         GO TO 310000-EXIT
006220     END-IF.
006230
006240     IF FKX-BEGIN-BALANCE-AREA       IN KEYED-EXCEPTION-RECORD
006250         MOVE FKX-OCCURRENCE-NUMBER  IN KEYED-EXCEPTION-RECORD
006260           TO GRD-AREA                 IN GRID-CONTROLS
006270     ELSE
006280         COMPUTE GRD-AREA              IN GRID-CONTROLS
006290             = FKX-OCCURRENCE-NUMBER IN KEYED-EXCEPTION-RECORD
006300             + 3
006310     END-IF.
006320
006330     MOVE FKX-FUND-NUMBER            IN KEYED-EXCEPTION-RECORD
006340       TO GRD-FIND-FUND                IN GRID-CONTROLS.
006350     MOVE 'X' TO GRD-FIND-TYPE         IN GRID-CONTROLS.
006360     PERFORM 220000-FIND-GRID-ROW      THRU 220000-EXIT.
006370
006380     IF NOT GRD-ROW-FOUND              IN GRID-CONTROLS
006390         GO TO 310000-EXIT
006400     END-IF.
006410
006420     IF FKX-REDIRECTED               IN KEYED-EXCEPTION-RECORD
006430         MOVE 'R'
006440           TO GRD-CELL-STATE           IN HISTORY-GRID
006450                                       (GRD-AREA, GRD-ROW,
006460                                        PER-SUBSCRIPT)
006470     ELSE
006480         MOVE 'D'
006490           TO GRD-CELL-STATE           IN HISTORY-GRID
006500                                       (GRD-AREA, GRD-ROW,
006510                                        PER-SUBSCRIPT)
006520     END-IF.
006530     ADD FKX-FUND-BALANCE            IN KEYED-EXCEPTION-RECORD
006540       TO GRD-CELL-BALANCE             IN HISTORY-GRID
006550                                       (GRD-AREA, GRD-ROW,
006560                                        PER-SUBSCRIPT).
006570
006580     ADD 1 TO EXCEPTIONS-FLAGGED-CTR   IN WORK-AREAS.
006590
006600 310000-EXIT.
006610     EXIT.
006620
006630* THE PERIOD LOADED FROM THE EXCEPTION'S OWN RUN AND RECORD.
006640 311000-MATCH-ONE-PERIOD.
006650
006660     IF PER-RUN-DATE                   IN PERIOD-TABLE
006670                                       (PER-SUBSCRIPT)
006680       EQUAL FKX-RUN-DATE            IN KEYED-EXCEPTION-RECORD
006690       AND PER-RECORD-NUMBER           IN PERIOD-TABLE
006700                                       (PER-SUBSCRIPT)
006710           EQUAL FKX-RECORD-NUMBER   IN KEYED-EXCEPTION-RECORD
006720         SET PER-PERIOD-FOUND          IN PERIOD-CONTROLS
006730           TO TRUE
006740         GO TO 311000-EXIT
006750     END-IF.
006760
006770     ADD 1 TO PER-SUBSCRIPT            IN PERIOD-CONTROLS.
006780
006790 311000-EXIT.
006800     EXIT.
006810
006820**************************************************************
006830*  400000-SHOW-POLICY-HISTORY - SHOWS EVERY BALANCE AREA THAT   *
006840*    EVER HELD A FUND, SIX PERIODS TO A BLOCK, THEN THE COUNTS  *
006850*    OF ANYTHING THAT COULD NOT BE SHOWN AND THE FLAG LEGEND.   *
006860**************************************************************
006870 400000-SHOW-POLICY-HISTORY.
006880
006890     DISPLAY ' '.
006900     DISPLAY 'FUND HISTORY FOR POLICY '
006910             INQUIRY-POLICY-ID         IN WORK-AREAS.
006920
006930     MOVE 1 TO GRD-AREA                IN GRID-CONTROLS.
006940     PERFORM 410000-SHOW-ONE-AREA      THRU 410000-EXIT
006950       UNTIL GRD-AREA                  IN GRID-CONTROLS
006960             GREATER THAN 6.
006970
006980     DISPLAY ' '.
006990     IF PERIODS-DROPPED-CTR            IN WORK-AREAS
007000       GREATER THAN ZERO
007010         DISPLAY 'MORE THAN 40 PERIODS ON FILE - THE EARLIEST '
007020                 '40 ARE SHOWN.'
007030     END-IF.
007040     IF ROWS-DROPPED-CTR               IN WORK-AREAS
007050       GREATER THAN ZERO
007060         DISPLAY 'MORE THAN 30 FUNDS IN AN AREA - SOME FUNDS '
007070                 'ARE NOT SHOWN.'
007080     END-IF.
007090     IF EXCEPTIONS-OFF-HISTORY-CTR     IN WORK-AREAS
007100       GREATER THAN ZERO
007110         MOVE EXCEPTIONS-OFF-HISTORY-CTR IN WORK-AREAS
007120           TO DSP-COUNT                IN DISPLAY-CONTROLS
007130         DISPLAY 'EXCEPTIONS FROM RUNS NOT ON THE HISTORY: '
007140                 DSP-COUNT             IN DISPLAY-CONTROLS
007150                 ' - SEE FCRXINQ.'
007160     END-IF.
007170     IF EXCEPTIONS-FLAGGED-CTR         IN WORK-AREAS
007180       GREATER THAN ZERO
007190         DISPLAY 'EXC ROWS ARE KEYED FUND EXCEPTIONS: '
007200                 'D = DROPPED IN TRUNCATION, '
007210                 'R = REDIRECTED TO FUND 999.'
007220     END-IF.
007230
007240 400000-EXIT.
007250     EXIT.
007260
007270 410000-SHOW-ONE-AREA.
007280
007290     IF GRD-ROW-COUNT                  IN HISTORY-GRID
007300                                       (GRD-AREA)
007310       EQUAL ZERO
007320         GO TO 410000-NEXT
007330     END-IF.
007340
007350     MOVE 1 TO DSP-SET-START           IN DISPLAY-CONTROLS.
007360     PERFORM 420000-SHOW-ONE-BLOCK     THRU 420000-EXIT
007370       UNTIL DSP-SET-START             IN DISPLAY-CONTROLS
007380             GREATER THAN PER-COUNT    IN PERIOD-CONTROLS.
007390
007400 410000-NEXT.
007410     ADD 1 TO GRD-AREA                 IN GRID-CONTROLS.
007420
007430 410000-EXIT.
007440     EXIT.
007450
007460**************************************************************
007470*  420000-SHOW-ONE-BLOCK - ONE AREA, UP TO SIX PERIODS: THE     *
007480*    EFFECTIVE DATE, RUN DATE AND TYPE/PLAN OF EACH PERIOD,     *
007490*    THEN ONE LINE PER FUND ROW.                                *
007500**************************************************************
007510 420000-SHOW-ONE-BLOCK.
007520
007530     COMPUTE DSP-SET-END               IN DISPLAY-CONTROLS
007540         = DSP-SET-START               IN DISPLAY-CONTROLS
007550         + 5.
007560     IF DSP-SET-END                    IN DISPLAY-CONTROLS
007570       GREATER THAN PER-COUNT          IN PERIOD-CONTROLS
007580         MOVE PER-COUNT                IN PERIOD-CONTROLS
007590           TO DSP-SET-END              IN DISPLAY-CONTROLS
007600     END-IF.
007610
007620     DISPLAY ' '.
007630     MOVE AREA-NAME                    IN AREA-NAME-TABLE
007640                                       (GRD-AREA)
007650       TO ATL-AREA-NAME                IN AREA-TITLE-LINE.
007660     MOVE DSP-SET-START                IN DISPLAY-CONTROLS
007670       TO ATL-FIRST-PERIOD             IN AREA-TITLE-LINE.
007680     MOVE DSP-SET-END                  IN DISPLAY-CONTROLS
007690       TO ATL-LAST-PERIOD              IN AREA-TITLE-LINE.
007700     MOVE PER-COUNT                    IN PERIOD-CONTROLS
007710       TO ATL-PERIOD-COUNT             IN AREA-TITLE-LINE.
007720     DISPLAY AREA-TITLE-LINE.
007730
007740     MOVE SPACES                       TO HISTORY-DATE-LINE.
007750     MOVE 'EFFECTIVE'
007760       TO HDL-LABEL                    IN HISTORY-DATE-LINE.
007770     MOVE 1 TO DSP-COLUMN              IN DISPLAY-CONTROLS.
007780     PERFORM 421000-SET-EFFECTIVE-DATE THRU 421000-EXIT
007790       UNTIL DSP-COLUMN                IN DISPLAY-CONTROLS
007800             GREATER THAN 6.
007810     DISPLAY HISTORY-DATE-LINE.
007820
007830     MOVE SPACES                       TO HISTORY-DATE-LINE.
007840     MOVE 'LOADED RUN'
007850       TO HDL-LABEL                    IN HISTORY-DATE-LINE.
007860     MOVE 1 TO DSP-COLUMN              IN DISPLAY-CONTROLS.
007870     PERFORM 422000-SET-RUN-DATE       THRU 422000-EXIT
007880       UNTIL DSP-COLUMN                IN DISPLAY-CONTROLS
007890             GREATER THAN 6.
007900     DISPLAY HISTORY-DATE-LINE.
007910
007920     MOVE SPACES                       TO HISTORY-DATE-LINE.
007930     MOVE 'TYPE/PLAN'
007940       TO HDL-LABEL                    IN HISTORY-DATE-LINE.
007950     MOVE 1 TO DSP-COLUMN              IN DISPLAY-CONTROLS.
007960     PERFORM 423000-SET-TYPE-PLAN      THRU 423000-EXIT
007970       UNTIL DSP-COLUMN                IN DISPLAY-CONTROLS
007980             GREATER THAN 6.
007990     DISPLAY HISTORY-DATE-LINE.
008000
008010     MOVE 1 TO GRD-ROW                 IN GRID-CONTROLS.
008020     PERFORM 430000-SHOW-ONE-ROW       THRU 430000-EXIT
008030       UNTIL GRD-ROW                   IN GRID-CONTROLS
008040             GREATER THAN GRD-ROW-COUNT IN HISTORY-GRID
008050                                       (GRD-AREA).
008060
008070     ADD 6 TO DSP-SET-START            IN DISPLAY-CONTROLS.
008080
008090 420000-EXIT.
008100     EXIT.
008110
008120 421000-SET-EFFECTIVE-DATE.
008130
008140     COMPUTE DSP-PERIOD                IN DISPLAY-CONTROLS
008150         = DSP-SET-START               IN DISPLAY-CONTROLS
008160         + DSP-COLUMN                  IN DISPLAY-CONTROLS
008170         - 1.
008180     IF DSP-PERIOD                     IN DISPLAY-CONTROLS
008190       NOT GREATER THAN DSP-SET-END    IN DISPLAY-CONTROLS
008200         MOVE PER-EFFECTIVE-DATE       IN PERIOD-TABLE
008210                                       (DSP-PERIOD)
008220           TO HDL-VALUE                IN HISTORY-DATE-LINE
008230                                       (DSP-COLUMN)
008240     END-IF.
008250     ADD 1 TO DSP-COLUMN               IN DISPLAY-CONTROLS.
008260
008270 421000-EXIT.
008280     EXIT.
008290
008300 422000-SET-RUN-DATE.
008310
008320     COMPUTE DSP-PERIOD                IN DISPLAY-CONTROLS
008330         = DSP-SET-START               IN DISPLAY-CONTROLS
008340         + DSP-COLUMN                  IN DISPLAY-CONTROLS
008350         - 1.
008360     IF DSP-PERIOD                     IN DISPLAY-CONTROLS
008370       NOT GREATER THAN DSP-SET-END    IN DISPLAY-CONTROLS
008380         MOVE PER-RUN-DATE             IN PERIOD-TABLE
008390                                       (DSP-PERIOD)
008400           TO HDL-VALUE                IN HISTORY-DATE-LINE
008410                                       (DSP-COLUMN)
008420     END-IF.
008430     ADD 1 TO DSP-COLUMN               IN DISPLAY-CONTROLS.
008440
008450 422000-EXIT.
008460     EXIT.
008470
008480 423000-SET-TYPE-PLAN.
008490
008500     COMPUTE DSP-PERIOD                IN DISPLAY-CONTROLS
008510         = DSP-SET-START               IN DISPLAY-CONTROLS
008520         + DSP-COLUMN                  IN DISPLAY-CONTROLS
008530         - 1.
008540     IF DSP-PERIOD                     IN DISPLAY-CONTROLS
008550       NOT GREATER THAN DSP-SET-END    IN DISPLAY-CONTROLS
008560         MOVE PER-TRX-TYPE             IN PERIOD-TABLE
008570                                       (DSP-PERIOD)
008580           TO HDL-VALUE                IN HISTORY-DATE-LINE
008590                                       (DSP-COLUMN) (1 : 4)
008600         MOVE PER-PLAN-CODE            IN PERIOD-TABLE
008610                                       (DSP-PERIOD)
008620           TO HDL-VALUE                IN HISTORY-DATE-LINE
008630                                       (DSP-COLUMN) (5 : 4)
008640     END-IF.
008650     ADD 1 TO DSP-COLUMN               IN DISPLAY-CONTROLS.
008660
008670 423000-EXIT.
008680     EXIT.
008690
008700 430000-SHOW-ONE-ROW.
008710
008720     MOVE SPACES                       TO HISTORY-GRID-LINE.
008730     MOVE 'FUND '                      TO HGL-LABEL (1 : 5).
008740     MOVE GRD-FUND-NUMBER              IN HISTORY-GRID
008750                                       (GRD-AREA, GRD-ROW)
008760       TO HGL-FUND-NUMBER              IN HISTORY-GRID-LINE.
008770     IF GRD-EXCEPTION-ROW              IN HISTORY-GRID
008780                                       (GRD-AREA, GRD-ROW)
008790         MOVE 'EXC'
008800           TO HGL-ROW-TYPE             IN HISTORY-GRID-LINE
008810     END-IF.
008820
008830     MOVE 1 TO DSP-COLUMN              IN DISPLAY-CONTROLS.
008840     PERFORM 431000-SET-ONE-CELL       THRU 431000-EXIT
008850       UNTIL DSP-COLUMN                IN DISPLAY-CONTROLS
008860             GREATER THAN 6.
008870
008880     DISPLAY HISTORY-GRID-LINE.
008890
008900     ADD 1 TO GRD-ROW                  IN GRID-CONTROLS.
008910
008920 430000-EXIT.
008930     EXIT.
008940
008950* AN EMPTY CELL (FUND NOT IN THE AREA THAT PERIOD) STAYS BLANK;
008960* AN EXCEPTION CELL CARRIES ITS D/R FLAG BESIDE THE AMOUNT.
008970 431000-SET-ONE-CELL.
008980
008990     COMPUTE DSP-PERIOD                IN DISPLAY-CONTROLS
009000         = DSP-SET-START               IN DISPLAY-CONTROLS
009010         + DSP-COLUMN                  IN DISPLAY-CONTROLS
009020         - 1.
009030     IF DSP-PERIOD                     IN DISPLAY-CONTROLS
009040       GREATER THAN DSP-SET-END        IN DISPLAY-CONTROLS
009050       OR GRD-CELL-EMPTY               IN HISTORY-GRID
009060                                       (GRD-AREA, GRD-ROW,
009070                                        DSP-PERIOD)
009080         GO TO 431000-NEXT
009090     END-IF.
009100
009110     MOVE GRD-CELL-BALANCE             IN HISTORY-GRID
009120                                       (GRD-AREA, GRD-ROW,
009130                                        DSP-PERIOD)
009140       TO HGL-BALANCE                  IN HISTORY-GRID-LINE
009150                                       (DSP-COLUMN).
009160     IF NOT GRD-CELL-HELD              IN HISTORY-GRID
009170                                       (GRD-AREA, GRD-ROW,
009180                                        DSP-PERIOD)
009190         MOVE GRD-CELL-STATE           IN HISTORY-GRID
009200                                       (GRD-AREA, GRD-ROW,
009210                                        DSP-PERIOD)
009220           TO HGL-FLAG                 IN HISTORY-GRID-LINE
009230                                       (DSP-COLUMN)
009240     END-IF.
009250
009260 431000-NEXT.
009270     ADD 1 TO DSP-COLUMN               IN DISPLAY-CONTROLS.
009280
009290 431000-EXIT.
009300     EXIT.
