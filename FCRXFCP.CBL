000010 IDENTIFICATION DIVISION.
000020
000030 PROGRAM-ID. FCRXFCP.
000040
000050*TITLE.      FUND-COUNT DISTRIBUTION PROFILER
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
000240* T-0239  Z001801  10/2026  INITIAL VERSION - PROFILE ACTIVE     *
000250*                           FUND COUNTS PER PLAN AND SHOW WHAT   *
000260*                           EACH CANDIDATE NEW MAX-FUNDS WOULD   *
000270*                           TRUNCATE                             *
000280*                                                                *
000290*=================================================================
000300*                                                                *
000310*  MODULE NARRATIVE                                              *
000320*   THIS IS PART OF THE WMA / V1 FUNDS CONFIGURATION UTILITY     *
000330*    PROCESS.  BEFORE A FUND LINEUP CHANGE THE PRODUCT AREA      *
000340*    MUST CHOOSE EACH PLAN'S NEW MAX-FUNDS (CFCRXPM1 FOR AN,     *
000350*    CFCRXPV1 FOR VL).  SIMULATE MODE ONLY SHOWS THE VALUES      *
000360*    ALREADY COMPILED IN.  THIS PROFILER READS AN OLD-FORMAT     *
000370*    STATEMENT FILE (FCROLDT) - AN (CFUAFAN1) OR VL (CFUAFVL1)   *
000380*    AS THE FILE= CARD ON FCRPARM SAYS - AND FOR EVERY PLAN      *
000390*    CODE ON IT REPORTS (FCRFCPR):                               *
000400*                                                                *
000410*     1. HOW MANY POLICIES CARRY 0, 1, 2 ... ACTIVE FUNDS IN     *
000420*        EACH BEGIN-BALANCES AND END-BALANCES OCCURRENCE;        *
000430*     2. FOR EVERY CANDIDATE NEW MAX-FUNDS FROM 1 UP TO THE      *
000440*        COMPILED NEW CEILING (CIUAXMCD / CIUAXMVL), HOW MANY    *
000450*        POLICIES, BALANCE AREAS AND FUNDS WOULD BE TRUNCATED    *
000460*        AND HOW MANY DOLLARS WOULD GO TO THE EXCEPTION FILE.    *
000470*                                                                *
000480*   AN ACTIVE FUND IS A NUMERIC, NON-ZERO FUND NUMBER OTHER      *
000490*    THAN THE DEFAULT (RESIDUAL) FUND.  THE TRUNCATION IS THE    *
000500*    ONE THE CONVERSION WOULD MAKE UNDER THE TRUNCATE= RULE ON   *
000510*    FCRPARM - POSITION (THE DEFAULT) DROPS THE ACTIVE FUNDS     *
000520*    IN SLOTS PAST THE CANDIDATE, BALANCE KEEPS THE LARGEST      *
000530*    BALANCES, EITHER SIGN, THE LOWER SLOT WINNING A TIE.        *
000540*    DOLLARS ARE THE SIGNED SUM OF THE BALANCES DROPPED.  THE    *
000550*    VALUE NOW IN EFFECT FOR THE PLAN (PLAN TABLE ROW OR THE     *
000560*    SYSTEM DEFAULT) IS MARKED ON ITS CANDIDATE LINE, AND A      *
000570*    LAST BLOCK TOTALS ALL PLANS.                                *
000580*                                                                *
000590*   HEADER AND TRAILER CONTROL RECORDS (CFCRXHT1) ARE SKIPPED.   *
000600*    A RECORD OF THE OTHER TRANSACTION TYPE, OR ONE WITH A       *
000610*    NON-NUMERIC BALANCE ON AN ACTIVE FUND, IS COUNTED AND       *
000620*    LEFT OUT - THE CONVERSION WOULD REJECT IT.  NOTHING IS      *
000630*    WRITTEN BUT THE REPORT.                                     *
000640******************************************************************
000650     EJECT
000660 ENVIRONMENT DIVISION.
000670
000680 INPUT-OUTPUT SECTION.
000690
000700 FILE-CONTROL.
000710
000720     SELECT OLD-TRX-FILE          ASSIGN TO FCROLDT
000730                                   ORGANIZATION IS SEQUENTIAL
000740                                   FILE STATUS IS FCROLDT-STATUS.
000750
000760     SELECT PROFILE-REPORT-FILE   ASSIGN TO FCRFCPR
000770                                   ORGANIZATION IS SEQUENTIAL
000780                                   FILE STATUS IS FCRFCPR-STATUS.
000790
000800     SELECT PARAMETER-CARD-FILE   ASSIGN TO FCRPARM
000810                                   ORGANIZATION IS SEQUENTIAL
000820                                   FILE STATUS IS FCRPARM-STATUS.
000830
000840 DATA DIVISION.
000850
000860 FILE SECTION.
000870
000880 FD  OLD-TRX-FILE.
000890
000900 01  OLD-AN-TRX-REC.                 COPY CFUAFAN1 SUPPRESS.
000910
000920 01  OLD-VL-TRX-REC.                 COPY CFUAFVL1 SUPPRESS.
000930
000940 FD  PROFILE-REPORT-FILE.
000950
000960 01  PROFILE-REPORT-LINE             PIC X(132).
000970
000980 FD  PARAMETER-CARD-FILE.
000990
001000 01  PARAMETER-CARD-RECORD           PIC X(80).
001010
001020 WORKING-STORAGE SECTION.
001030
001040 01  FILLER                            PIC X(48)  VALUE
001050     'XXXXX FCRXFCP  WORKING STORAGE STARTS HERE XXXXX'.
001060
001070 01  FILE-STATUS-CODES.
001080     05  FCROLDT-STATUS              PIC X(02).
001090         88  FCROLDT-STATUS-OK               VALUE '00'.
001100         88  FCROLDT-STATUS-EOF              VALUE '10'.
001110     05  FCRFCPR-STATUS              PIC X(02).
001120         88  FCRFCPR-STATUS-OK               VALUE '00'.
001130     05  FCRPARM-STATUS              PIC X(02).
001140         88  FCRPARM-STATUS-OK               VALUE '00'.
001150         88  FCRPARM-STATUS-EOF              VALUE '10'.
001160         88  FCRPARM-STATUS-NOT-FOUND        VALUE '35'.
001170
001180 01  FILE-ERROR-CONTROLS.
001190     05  FEC-FILE-ID                 PIC X(08).
001200     05  FEC-FILE-STATUS             PIC X(02).
001210
001220 01  WORK-AREAS.
001230     05  TRX-EOF-SW                  PIC X     VALUE SPACE.
001240         88  TRX-EOF                           VALUE 'Y'.
001250     05  PARM-EOF-SW                 PIC X     VALUE SPACE.
001260         88  PARM-EOF                          VALUE 'Y'.
001270     05  FILE-TYPE-SW                PIC X(02) VALUE SPACES.
001280         88  PROFILE-AN-FILE                   VALUE 'AN'.
001290         88  PROFILE-VL-FILE                   VALUE 'VL'.
001300     05  TRUNCATE-RULE-SW            PIC X(01) VALUE 'P'.
001310         88  TRUNCATE-BY-POSITION              VALUE 'P'.
001320         88  TRUNCATE-BY-BALANCE               VALUE 'B'.
001330     05  RUN-DATE                    PIC 9(08) VALUE ZERO.
001340     05  RECORDS-READ-CTR            PIC S9(09) COMP-3
001350                                      VALUE ZERO.
001360     05  CONTROL-SKIPPED-CTR         PIC S9(09) COMP-3
001370                                      VALUE ZERO.
001380     05  TYPE-SKIPPED-CTR            PIC S9(09) COMP-3
001390                                      VALUE ZERO.
001400     05  BALANCE-SKIPPED-CTR         PIC S9(09) COMP-3
001410                                      VALUE ZERO.
001420     05  POLICIES-PROFILED-CTR       PIC S9(09) COMP-3
001430                                      VALUE ZERO.
001440
001450 01  CONTROL-TYPE-WORK.              COPY CFCRXHT1 SUPPRESS.
001460
001470 01  AN-OLD-FUND-CONSTANTS.          COPY CFUAXMCD SUPPRESS.
001480
001490 01  AN-NEW-FUND-CONSTANTS.          COPY CIUAXMCD SUPPRESS.
001500
001510 01  VL-OLD-FUND-CONSTANTS.          COPY CFUAXMVL SUPPRESS.
001520
001530 01  VL-NEW-FUND-CONSTANTS.          COPY CIUAXMVL SUPPRESS.
001540
001550 01  AN-PLAN-MAX-FUNDS-CONFIG.       COPY CFCRXPM1 SUPPRESS.
001560
001570 01  VL-PLAN-MAX-FUNDS-CONFIG.       COPY CFCRXPV1 SUPPRESS.
001580
001590**************************************************************
001600*  PROFILE-CONTROLS - THE SHAPE OF THE FILE IN HAND, TAKEN     *
001610*    FROM THE COMPILED CONSTANTS FOR ITS TRANSACTION TYPE AT   *
001620*    INITIALIZATION.  THE SLOT LIMIT IS THE OLD CEILING PLUS   *
001630*    THE DEFAULT-FUND TRAILER SLOT; THE CANDIDATE LIMIT IS     *
001640*    THE NEW CEILING - A PLAN TABLE ROW CAN ONLY NARROW IT.    *
001650**************************************************************
001660 01  PROFILE-CONTROLS.
001670     05  PFC-TRX-TYPE                PIC X(04).
001680     05  PFC-OLD-MAX-FUNDS           PIC S9(04) COMP.
001690     05  PFC-NEW-MAX-FUNDS           PIC S9(04) COMP.
001700     05  PFC-SLOT-LIMIT              PIC S9(04) COMP.
001710     05  PFC-CANDIDATE-LIMIT         PIC S9(04) COMP.
001720     05  PFC-COLUMN-LIMIT            PIC S9(04) COMP.
001730     05  PFC-DEFAULT-FUND            PIC 9(03).
001740     05  PFC-AREA                    PIC S9(04) COMP.
001750     05  PFC-OCCURRENCE              PIC S9(04) COMP.
001760     05  PFC-SLOT                    PIC S9(04) COMP.
001770     05  PFC-OTHER-SLOT              PIC S9(04) COMP.
001780     05  PFC-CANDIDATE               PIC S9(04) COMP.
001790     05  PFC-COLUMN                  PIC S9(04) COMP.
001800     05  PFC-TARGET                  PIC S9(04) COMP.
001810     05  PFC-IN-EFFECT-MAX           PIC S9(04) COMP.
001820     05  PFC-IN-EFFECT-SOURCE        PIC X(16).
001830     05  PFC-PMF-SUBSCRIPT           PIC S9(04) COMP.
001840     05  PFC-BAD-BALANCE-SW          PIC X(01).
001850         88  PFC-BAD-BALANCE                   VALUE 'Y'.
001860     05  PFC-RECORD-TRUNCATED-SW     PIC X(01).
001870         88  PFC-RECORD-TRUNCATED              VALUE 'Y'.
001880
001890**************************************************************
001900*  PROFILE-AREA-WORK - ONE BALANCE AREA OF THE RECORD IN HAND, *
001910*    MOVED IN AS IN THE CONVERSION ENGINES.  AN AN AREA FILLS  *
001920*    THE FIRST 10 SLOTS AND THE REST ARE LEFT AS SPACES.       *
001930*    PAW-THRESHOLD IS THE SMALLEST NEW MAX-FUNDS THAT KEEPS    *
001940*    THE FUND - ITS SLOT UNDER TRUNCATE=POSITION, ITS RANK BY  *
001950*    SIZE UNDER TRUNCATE=BALANCE.                              *
001960**************************************************************
001970 01  PROFILE-AREA-WORK.
001980     05  PAW-FUND-INFO-ARRAY.
001990         10  PAW-FUND-INFORMATION    OCCURS 13 TIMES.
002000             15  PAW-FUND-NUMBER     PIC 9(03).
002010             15  PAW-FUND-BALANCE    PIC S9(09)V99 COMP-3.
002020     05  PAW-SLOT-STATE              OCCURS 13 TIMES.
002030         10  PAW-ACTIVE-SW           PIC X(01).
002040             88  PAW-FUND-ACTIVE               VALUE 'Y'.
002050         10  PAW-ABS-BALANCE         PIC S9(09)V99 COMP-3.
002060         10  PAW-THRESHOLD           PIC S9(04) COMP.
002070
002080**************************************************************
002090*  RECORD-AREA-RESULTS - THE SIX AREAS OF THE RECORD IN HAND   *
002100*    (1-3 BEGIN-BALANCES, 4-6 END-BALANCES), HELD UNTIL THE    *
002110*    WHOLE RECORD HAS PASSED SO A BAD BALANCE LEAVES NOTHING   *
002120*    POSTED.  THE CANDIDATE TABLE ALLOWS FOR THE LARGER (VL)   *
002130*    NEW CEILING.                                              *
002140**************************************************************
002150 01  RECORD-AREA-RESULTS.
002160     05  RAR-AREA                    OCCURS 6 TIMES.
002170         10  RAR-ACTIVE-COUNT        PIC S9(04) COMP.
002180         10  RAR-CANDIDATE           OCCURS 12 TIMES.
002190             15  RAR-DROP-FUNDS      PIC S9(04) COMP.
002200             15  RAR-DROP-DOLLARS    PIC S9(11)V99 COMP-3.
002210
002220**************************************************************
002230*  PLAN-PROFILE-TABLE - ONE ENTRY PER PLAN CODE, CREATED ON     *
002240*    FIRST SIGHT.  ENTRY 1 IS RESERVED FOR THE ALL-PLANS        *
002250*    TOTAL.  PFT-AREA-COUNT (AREA, N + 1) IS THE NUMBER OF      *
002260*    POLICIES WITH N ACTIVE FUNDS IN THAT AREA.                 *
002270**************************************************************
002280 01  PLAN-PROFILE-CONTROLS.
002290     05  PFT-ENTRY-COUNT             PIC S9(04) COMP VALUE ZERO.
002300     05  PFT-MAX-ENTRIES             PIC S9(04) COMP VALUE +100.
002310     05  PFT-SUBSCRIPT               PIC S9(04) COMP.
002320     05  PFT-FOUND-SW                PIC X(01).
002330         88  PFT-ENTRY-FOUND                   VALUE 'Y'.
002340
002350 01  PLAN-PROFILE-TABLE.
002360     05  PFT-ENTRY                   OCCURS 100 TIMES.
002370         10  PFT-PLAN-CODE           PIC X(04).
002380         10  PFT-POLICY-COUNT        PIC S9(09) COMP-3.
002390         10  PFT-AREA-ROW            OCCURS 6 TIMES.
002400             15  PFT-AREA-COUNT      PIC S9(09) COMP-3
002410                                      OCCURS 14 TIMES.
002420         10  PFT-CANDIDATE           OCCURS 12 TIMES.
002430             15  PFT-TRUNC-POLICIES  PIC S9(09) COMP-3.
002440             15  PFT-TRUNC-AREAS     PIC S9(09) COMP-3.
002450             15  PFT-TRUNC-FUNDS     PIC S9(09) COMP-3.
002460             15  PFT-TRUNC-DOLLARS   PIC S9(13)V99 COMP-3.
002470
002480 01  AREA-NAME-VALUES.
002490     05  FILLER                      PIC X(14)  VALUE
002500         'BEGIN OCC 1   '.
002510     05  FILLER                      PIC X(14)  VALUE
002520         'BEGIN OCC 2   '.
002530     05  FILLER                      PIC X(14)  VALUE
002540         'BEGIN OCC 3   '.
002550     05  FILLER                      PIC X(14)  VALUE
002560         'END OCC 1     '.
002570     05  FILLER                      PIC X(14)  VALUE
002580         'END OCC 2     '.
002590     05  FILLER                      PIC X(14)  VALUE
002600         'END OCC 3     '.
002610
002620 01  AREA-NAMES REDEFINES AREA-NAME-VALUES.
002630     05  AREA-NAME                   PIC X(14)  OCCURS 6 TIMES.
002640
002650 01  PROFILE-HEADING-1.
002660     05  FILLER                      PIC X(36)  VALUE
002670         'FUND-COUNT DISTRIBUTION PROFILE  -  '.
002680     05  PH1-FILE-TYPE               PIC X(02).
002690     05  FILLER                      PIC X(15)  VALUE
002700         ' FILE  RUN DATE'.
002710     05  FILLER                      PIC X(01)  VALUE SPACE.
002720     05  PH1-RUN-DATE                PIC 9(08).
002730     05  FILLER                      PIC X(12)  VALUE
002740         '   TRUNCATE='.
002750     05  PH1-TRUNCATE-RULE           PIC X(08).
002760     05  FILLER                      PIC X(27)  VALUE
002770         '   COMPILED MAX-FUNDS  OLD '.
002780     05  PH1-OLD-MAX-FUNDS           PIC Z9.
002790     05  FILLER                      PIC X(05)  VALUE
002800         '  NEW'.
002810     05  PH1-NEW-MAX-FUNDS           PIC ZZ9.
002820     05  FILLER                      PIC X(13)  VALUE SPACES.
002830
002840 01  PLAN-HEADING-LINE.
002850     05  FILLER                      PIC X(05)  VALUE
002860         'PLAN '.
002870     05  PHL-PLAN-CODE               PIC X(11).
002880     05  FILLER                      PIC X(20)  VALUE
002890         'POLICIES PROFILED   '.
002900     05  PHL-POLICY-COUNT            PIC ZZZ,ZZZ,ZZ9.
002910     05  FILLER                      PIC X(28)  VALUE
002920         '    NEW MAX-FUNDS IN EFFECT '.
002930     05  PHL-IN-EFFECT-MAX           PIC Z9.
002940     05  FILLER                      PIC X(02)  VALUE SPACES.
002950     05  PHL-IN-EFFECT-SOURCE        PIC X(16).
002960     05  FILLER                      PIC X(37)  VALUE SPACES.
002970
002980 01  DISTRIBUTION-TITLE-LINE.
002990     05  FILLER                      PIC X(48)  VALUE
003000         '  POLICIES BY NUMBER OF ACTIVE FUNDS IN THE AREA'.
003010     05  FILLER                      PIC X(84)  VALUE SPACES.
003020
003030 01  DISTRIBUTION-HEADING-LINE.
003040     05  FILLER                      PIC X(14)  VALUE
003050         '  AREA        '.
003060     05  DHL-COLUMN                  OCCURS 14 TIMES.
003070         10  FILLER                  PIC X(06).
003080         10  DHL-FUND-COUNT          PIC Z9.
003090     05  FILLER                      PIC X(06)  VALUE SPACES.
003100
003110 01  DISTRIBUTION-DETAIL-LINE.
003120     05  FILLER                      PIC X(02)  VALUE SPACES.
003130     05  DDL-AREA-NAME               PIC X(12).
003140     05  DDL-COLUMN                  OCCURS 14 TIMES.
003150         10  FILLER                  PIC X(01).
003160         10  DDL-POLICY-COUNT        PIC ZZZZZZ9.
003170     05  FILLER                      PIC X(06)  VALUE SPACES.
003180
003190 01  CANDIDATE-HEADING-1.
003200     05  FILLER                      PIC X(40)  VALUE
003210         'CANDIDATE      POLICIES       AREAS     '.
003220     05  FILLER                      PIC X(27)  VALUE
003230         '  FUNDS             DOLLARS'.
003240     05  FILLER                      PIC X(65)  VALUE SPACES.
003250
003260 01  CANDIDATE-HEADING-2.
003270     05  FILLER                      PIC X(40)  VALUE
003280         'MAX-FUNDS     TRUNCATED   TRUNCATED     '.
003290     05  FILLER                      PIC X(27)  VALUE
003300         'DROPPED           TRUNCATED'.
003310     05  FILLER                      PIC X(65)  VALUE SPACES.
003320
003330 01  CANDIDATE-DETAIL-LINE.
003340     05  FILLER                      PIC X(07)  VALUE SPACES.
003350     05  CDL-CANDIDATE               PIC Z9.
003360     05  FILLER                      PIC X(03)  VALUE SPACES.
003370     05  CDL-TRUNC-POLICIES          PIC ZZZ,ZZZ,ZZ9.
003380     05  FILLER                      PIC X(01)  VALUE SPACE.
003390     05  CDL-TRUNC-AREAS             PIC ZZZ,ZZZ,ZZ9.
003400     05  FILLER                      PIC X(01)  VALUE SPACE.
003410     05  CDL-TRUNC-FUNDS             PIC ZZZ,ZZZ,ZZ9.
003420     05  FILLER                      PIC X(02)  VALUE SPACES.
003430     05  CDL-TRUNC-DOLLARS           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
003440     05  FILLER                      PIC X(02)  VALUE SPACES.
003450     05  CDL-MARKER                  PIC X(16).
003460     05  FILLER                      PIC X(46)  VALUE SPACES.
003470
003480 01  PROFILE-TOTAL-LINE.
003490     05  PTL-LABEL                   PIC X(40).
003500     05  PTL-VALUE                   PIC ZZZ,ZZZ,ZZ9.
003510     05  FILLER                      PIC X(81)  VALUE SPACES.
003520
003530 01  FILLER                          PIC X(48)  VALUE
003540     'XXXX FCRXFCP  WORKING STORAGE ENDS HERE XXXX'.
003550     EJECT
003560 PROCEDURE DIVISION.
003570
003580 000000-MAINLINE.
003590
003600     PERFORM 100000-INITIALIZATION     THRU 100000-EXIT.
003610
003620     PERFORM 200000-PROFILE-ONE-RECORD THRU 200000-EXIT
003630       UNTIL TRX-EOF                   IN WORK-AREAS.
003640
003650     PERFORM 300000-TERMINATION        THRU 300000-EXIT.
003660
003670 000000-EXIT.
003680     GOBACK.
003690
003700
003710 100000-INITIALIZATION.
003720
003730     ACCEPT RUN-DATE                 IN WORK-AREAS
003740         FROM DATE YYYYMMDD.
003750
003760     PERFORM 110000-READ-PARAMETER-CARDS THRU 110000-EXIT.
003770
003780     IF NOT PROFILE-AN-FILE          IN WORK-AREAS
003790       AND NOT PROFILE-VL-FILE       IN WORK-AREAS
003800         DISPLAY 'FCRXFCP - A FILE=AN OR FILE=VL PARAMETER '
003810                 'CARD IS REQUIRED'
003820         MOVE 16 TO RETURN-CODE
003830         STOP RUN
003840     END-IF.
003850
003860     IF PROFILE-AN-FILE              IN WORK-AREAS
003865         MOVE 'AN  '
003870           TO PFC-TRX-TYPE           IN PROFILE-CONTROLS
003880         MOVE ANN-POLICY-MAX-FUNDS   IN AN-OLD-FUND-CONSTANTS
003890           TO PFC-OLD-MAX-FUNDS      IN PROFILE-CONTROLS
003900         MOVE ANN-POLICY-MAX-FUNDS   IN AN-NEW-FUND-CONSTANTS
003910           TO PFC-NEW-MAX-FUNDS      IN PROFILE-CONTROLS
003920         MOVE FUND-NUMBER-DEFAULT    IN AN-OLD-FUND-CONSTANTS
003930           TO PFC-DEFAULT-FUND       IN PROFILE-CONTROLS
003940     ELSE
003945         MOVE 'VL  '
003950           TO PFC-TRX-TYPE           IN PROFILE-CONTROLS
003960         MOVE VLI-POLICY-MAX-FUNDS   IN VL-OLD-FUND-CONSTANTS
003970           TO PFC-OLD-MAX-FUNDS      IN PROFILE-CONTROLS
003980         MOVE VLI-POLICY-MAX-FUNDS   IN VL-NEW-FUND-CONSTANTS
003990           TO PFC-NEW-MAX-FUNDS      IN PROFILE-CONTROLS
004000         MOVE FUND-NUMBER-DEFAULT    IN VL-OLD-FUND-CONSTANTS
004010           TO PFC-DEFAULT-FUND       IN PROFILE-CONTROLS
004020     END-IF.
004030
004035     COMPUTE PFC-SLOT-LIMIT          IN PROFILE-CONTROLS
004040       = PFC-OLD-MAX-FUNDS           IN PROFILE-CONTROLS + 1.
004045     MOVE PFC-NEW-MAX-FUNDS          IN PROFILE-CONTROLS
004050       TO PFC-CANDIDATE-LIMIT        IN PROFILE-CONTROLS.
004055     COMPUTE PFC-COLUMN-LIMIT        IN PROFILE-CONTROLS
004060       = PFC-SLOT-LIMIT              IN PROFILE-CONTROLS + 1.
004070
004075     MOVE 1
004080       TO PFT-ENTRY-COUNT            IN PLAN-PROFILE-CONTROLS.
004085     INITIALIZE PFT-ENTRY            IN PLAN-PROFILE-TABLE (1).
004090     MOVE '*ALL'
004095       TO PFT-PLAN-CODE              IN PLAN-PROFILE-TABLE (1).
004110
004120     OPEN INPUT  OLD-TRX-FILE.
004130     IF NOT FCROLDT-STATUS-OK
004140         MOVE 'FCROLDT' TO FEC-FILE-ID
004150         MOVE FCROLDT-STATUS TO FEC-FILE-STATUS
004160         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
004170     END-IF.
004180     OPEN OUTPUT PROFILE-REPORT-FILE.
004190     IF NOT FCRFCPR-STATUS-OK
004200         MOVE 'FCRFCPR' TO FEC-FILE-ID
004210         MOVE FCRFCPR-STATUS TO FEC-FILE-STATUS
004220         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
004230     END-IF.
004240
004250     MOVE FILE-TYPE-SW               IN WORK-AREAS
004260       TO PH1-FILE-TYPE              IN PROFILE-HEADING-1.
004270     MOVE RUN-DATE                   IN WORK-AREAS
004280       TO PH1-RUN-DATE               IN PROFILE-HEADING-1.
004290     IF TRUNCATE-BY-BALANCE          IN WORK-AREAS
004300         MOVE 'BALANCE '
004310           TO PH1-TRUNCATE-RULE      IN PROFILE-HEADING-1
004320     ELSE
004330         MOVE 'POSITION'
004340           TO PH1-TRUNCATE-RULE      IN PROFILE-HEADING-1
004350     END-IF.
004360     MOVE PFC-OLD-MAX-FUNDS          IN PROFILE-CONTROLS
004370       TO PH1-OLD-MAX-FUNDS          IN PROFILE-HEADING-1.
004380     MOVE PFC-NEW-MAX-FUNDS          IN PROFILE-CONTROLS
004390       TO PH1-NEW-MAX-FUNDS          IN PROFILE-HEADING-1.
004400     MOVE PROFILE-HEADING-1          TO PROFILE-REPORT-LINE.
004410     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
004420
004430 100000-EXIT.
004440     EXIT.
004450
004460**************************************************************
004470*  110000-READ-PARAMETER-CARDS - FILE=AN OR FILE=VL SAYS WHICH  *
004480*    OLD-FORMAT LAYOUT IS ON FCROLDT AND IS REQUIRED.           *
004490*    TRUNCATE=POSITION OR TRUNCATE=BALANCE PICKS THE RULE THE   *
004500*    TRUNCATION IS MEASURED BY, AS ON THE CONVERSION'S OWN      *
004510*    CARD; POSITION IF NOT GIVEN.  RUN-DATE= IS FOR THE         *
004520*    HEADING ONLY.  A BAD CARD ENDS THE RUN.                    *
004530**************************************************************
004540 110000-READ-PARAMETER-CARDS.
004550
004560     OPEN INPUT PARAMETER-CARD-FILE.
004570
004580     IF FCRPARM-STATUS-NOT-FOUND
004590         GO TO 110000-EXIT
004600     END-IF.
004610
004620     IF NOT FCRPARM-STATUS-OK
004630         MOVE 'FCRPARM' TO FEC-FILE-ID
004640         MOVE FCRPARM-STATUS TO FEC-FILE-STATUS
004650         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
004660     END-IF.
004670
004680     PERFORM 111000-PROCESS-ONE-CARD THRU 111000-EXIT
004690       UNTIL PARM-EOF                IN WORK-AREAS.
004700
004710     CLOSE PARAMETER-CARD-FILE.
004720
004730 110000-EXIT.
004740     EXIT.
004750
004760 111000-PROCESS-ONE-CARD.
004770
004780     READ PARAMETER-CARD-FILE.
004790
004800     IF FCRPARM-STATUS-EOF
004810         SET PARM-EOF                IN WORK-AREAS TO TRUE
004820         GO TO 111000-EXIT
004830     END-IF.
004840
004850     IF NOT FCRPARM-STATUS-OK
004860         MOVE 'FCRPARM' TO FEC-FILE-ID
004870         MOVE FCRPARM-STATUS TO FEC-FILE-STATUS
004880         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
004890     END-IF.
004900
004910     IF PARAMETER-CARD-RECORD (1 : 1) EQUAL '*'
004920       OR PARAMETER-CARD-RECORD EQUAL SPACES
004930         GO TO 111000-EXIT
004940     END-IF.
004950
004960     EVALUATE TRUE
004970       WHEN PARAMETER-CARD-RECORD (1 : 5) EQUAL 'FILE='
004980         IF PARAMETER-CARD-RECORD (6 : 2) EQUAL 'AN'
004990           OR PARAMETER-CARD-RECORD (6 : 2) EQUAL 'VL'
005000             MOVE PARAMETER-CARD-RECORD (6 : 2)
005010               TO FILE-TYPE-SW       IN WORK-AREAS
005020         ELSE
005030             DISPLAY 'FCRXFCP - FILE MUST BE AN OR VL: '
005040                     PARAMETER-CARD-RECORD
005050             MOVE 16 TO RETURN-CODE
005060             STOP RUN
005070         END-IF
005080       WHEN PARAMETER-CARD-RECORD (1 : 9) EQUAL 'TRUNCATE='
005090         EVALUATE PARAMETER-CARD-RECORD (10 : 8)
005100           WHEN 'POSITION'
005110             SET TRUNCATE-BY-POSITION IN WORK-AREAS TO TRUE
005120           WHEN 'BALANCE '
005130             SET TRUNCATE-BY-BALANCE IN WORK-AREAS TO TRUE
005140           WHEN OTHER
005150             DISPLAY 'FCRXFCP - TRUNCATE MUST BE POSITION OR '
005160                     'BALANCE: '
005170                     PARAMETER-CARD-RECORD
005180             MOVE 16 TO RETURN-CODE
005190             STOP RUN
005200         END-EVALUATE
005210       WHEN PARAMETER-CARD-RECORD (1 : 9) EQUAL 'RUN-DATE='
005220         IF PARAMETER-CARD-RECORD (10 : 8) NUMERIC
005230             MOVE PARAMETER-CARD-RECORD (10 : 8)
005240               TO RUN-DATE           IN WORK-AREAS
005250         ELSE
005260             DISPLAY 'FCRXFCP - RUN-DATE MUST BE YYYYMMDD: '
005270                     PARAMETER-CARD-RECORD
005280             MOVE 16 TO RETURN-CODE
005290             STOP RUN
005300         END-IF
005310       WHEN OTHER
005320         DISPLAY 'FCRXFCP - INVALID PARAMETER CARD: '
005330                 PARAMETER-CARD-RECORD
005340         MOVE 16 TO RETURN-CODE
005350         STOP RUN
005360     END-EVALUATE.
005370
005380 111000-EXIT.
005390     EXIT.
005400
005410**************************************************************
005420*  200000-PROFILE-ONE-RECORD - READS ONE RECORD, SKIPS CONTROL  *
005430*    RECORDS AND RECORDS OF THE OTHER TYPE, MEASURES ALL SIX    *
005440*    BALANCE AREAS AND, IF EVERY ACTIVE BALANCE IS READABLE,    *
005450*    POSTS THE RESULT TO ITS PLAN AND TO THE ALL-PLANS ENTRY.   *
005460**************************************************************
005470 200000-PROFILE-ONE-RECORD.
005480
005490     READ OLD-TRX-FILE.
005500
005510     IF FCROLDT-STATUS-EOF
005520         SET TRX-EOF                 IN WORK-AREAS TO TRUE
005530         GO TO 200000-EXIT
005540     END-IF.
005550
005560     IF NOT FCROLDT-STATUS-OK
005570         MOVE 'FCROLDT' TO FEC-FILE-ID
005580         MOVE FCROLDT-STATUS TO FEC-FILE-STATUS
005590         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
005600     END-IF.
005610
005620     ADD 1 TO RECORDS-READ-CTR       IN WORK-AREAS.
005630
005640     MOVE OLD-AN-TRX-REC (1 : LENGTH OF CONTROL-TYPE-WORK)
005650       TO CONTROL-TYPE-WORK.
005660
005670     IF FHT-HEADER-RECORD            IN CONTROL-TYPE-WORK
005680       OR FHT-TRAILER-RECORD         IN CONTROL-TYPE-WORK
005690         ADD 1 TO CONTROL-SKIPPED-CTR IN WORK-AREAS
005700         GO TO 200000-EXIT
005710     END-IF.
005720
005730     IF PROFILE-AN-FILE              IN WORK-AREAS
005740         IF TRX-TYPE-CODE            IN TRX-INFO
005750                                     IN OLD-AN-TRX-REC
005760           NOT EQUAL PFC-TRX-TYPE    IN PROFILE-CONTROLS
005770             ADD 1 TO TYPE-SKIPPED-CTR IN WORK-AREAS
005780             GO TO 200000-EXIT
005790         END-IF
005800     ELSE
005810         IF TRX-TYPE-CODE            IN TRX-INFO
005820                                     IN OLD-VL-TRX-REC
005830           NOT EQUAL PFC-TRX-TYPE    IN PROFILE-CONTROLS
005840             ADD 1 TO TYPE-SKIPPED-CTR IN WORK-AREAS
005850             GO TO 200000-EXIT
005860         END-IF
005870     END-IF.
005880
005885     MOVE SPACE
005890       TO PFC-BAD-BALANCE-SW         IN PROFILE-CONTROLS.
005895     MOVE 1
005900       TO PFC-AREA                   IN PROFILE-CONTROLS.
005910
005920     PERFORM 220000-MEASURE-ONE-AREA THRU 220000-EXIT
005925       UNTIL PFC-AREA                IN PROFILE-CONTROLS
005930         GREATER THAN 6
005935          OR PFC-BAD-BALANCE         IN PROFILE-CONTROLS.
005950
005960     IF PFC-BAD-BALANCE              IN PROFILE-CONTROLS
005970         ADD 1 TO BALANCE-SKIPPED-CTR IN WORK-AREAS
005980         GO TO 200000-EXIT
005990     END-IF.
006000
006010     ADD 1 TO POLICIES-PROFILED-CTR  IN WORK-AREAS.
006020
006030     PERFORM 210000-FIND-PLAN-ENTRY  THRU 210000-EXIT.
006040
006045     MOVE PFT-SUBSCRIPT              IN PLAN-PROFILE-CONTROLS
006050       TO PFC-TARGET                 IN PROFILE-CONTROLS.
006060     PERFORM 230000-POST-RECORD      THRU 230000-EXIT.
006070
006075     MOVE 1
006080       TO PFC-TARGET                 IN PROFILE-CONTROLS.
006090     PERFORM 230000-POST-RECORD      THRU 230000-EXIT.
006100
006110 200000-EXIT.
006120     EXIT.
006130
006140**************************************************************
006150*  210000-FIND-PLAN-ENTRY - LOCATES THE RECORD'S PLAN IN THE    *
006160*    PROFILE TABLE, CREATING THE ENTRY ON FIRST SIGHT.          *
006170**************************************************************
006180 210000-FIND-PLAN-ENTRY.
006190
006195     MOVE SPACE
006200       TO PFT-FOUND-SW               IN PLAN-PROFILE-CONTROLS.
006205     MOVE 2
006210       TO PFT-SUBSCRIPT              IN PLAN-PROFILE-CONTROLS.
006220
006230     PERFORM 211000-SCAN-PLAN-TABLE  THRU 211000-EXIT
006235       UNTIL PFT-ENTRY-FOUND         IN PLAN-PROFILE-CONTROLS
006240          OR PFT-SUBSCRIPT           IN PLAN-PROFILE-CONTROLS
006245              GREATER THAN
006250               PFT-ENTRY-COUNT       IN PLAN-PROFILE-CONTROLS.
006260
006265     IF NOT PFT-ENTRY-FOUND          IN PLAN-PROFILE-CONTROLS
006270         IF PFT-ENTRY-COUNT          IN PLAN-PROFILE-CONTROLS
006275           NOT LESS THAN PFT-MAX-ENTRIES IN PLAN-PROFILE-CONTROLS
006290             DISPLAY 'FCRXFCP - PLAN PROFILE TABLE FULL AT '
006300                     PFT-MAX-ENTRIES IN PLAN-PROFILE-CONTROLS
006310                     ' ENTRIES - RUN ENDED'
006320             MOVE 16 TO RETURN-CODE
006330             STOP RUN
006340         END-IF
006345         ADD 1 TO PFT-ENTRY-COUNT    IN PLAN-PROFILE-CONTROLS
006350         MOVE PFT-ENTRY-COUNT        IN PLAN-PROFILE-CONTROLS
006355           TO PFT-SUBSCRIPT          IN PLAN-PROFILE-CONTROLS
006360         INITIALIZE PFT-ENTRY        IN PLAN-PROFILE-TABLE
006365                                     (PFT-SUBSCRIPT
006370                                  IN PLAN-PROFILE-CONTROLS)
006380         IF PROFILE-AN-FILE          IN WORK-AREAS
006390             MOVE TRX-PLAN-CODE      IN TRX-INFO
006400                                     IN OLD-AN-TRX-REC
006405               TO PFT-PLAN-CODE      IN PLAN-PROFILE-TABLE
006410                                     (PFT-SUBSCRIPT
006415                                  IN PLAN-PROFILE-CONTROLS)
006420         ELSE
006430             MOVE TRX-PLAN-CODE      IN TRX-INFO
006440                                     IN OLD-VL-TRX-REC
006445               TO PFT-PLAN-CODE      IN PLAN-PROFILE-TABLE
006450                                     (PFT-SUBSCRIPT
006455                                  IN PLAN-PROFILE-CONTROLS)
006460         END-IF
006470     END-IF.
006480
006490 210000-EXIT.
006500     EXIT.
006510
006520 211000-SCAN-PLAN-TABLE.
006530
006540     IF PROFILE-AN-FILE              IN WORK-AREAS
006545         IF PFT-PLAN-CODE            IN PLAN-PROFILE-TABLE
006550                                     (PFT-SUBSCRIPT
006555                                  IN PLAN-PROFILE-CONTROLS)
006560           EQUAL TRX-PLAN-CODE       IN TRX-INFO
006570                                     IN OLD-AN-TRX-REC
006575             SET PFT-ENTRY-FOUND     IN PLAN-PROFILE-CONTROLS
006580               TO TRUE
006590             GO TO 211000-EXIT
006600         END-IF
006610     ELSE
006615         IF PFT-PLAN-CODE            IN PLAN-PROFILE-TABLE
006620                                     (PFT-SUBSCRIPT
006625                                  IN PLAN-PROFILE-CONTROLS)
006630           EQUAL TRX-PLAN-CODE       IN TRX-INFO
006640                                     IN OLD-VL-TRX-REC
006645             SET PFT-ENTRY-FOUND     IN PLAN-PROFILE-CONTROLS
006650               TO TRUE
006660             GO TO 211000-EXIT
006670         END-IF
006680     END-IF.
006690
006700     ADD 1 TO PFT-SUBSCRIPT          IN PLAN-PROFILE-CONTROLS.
006710
006720 211000-EXIT.
006730     EXIT.
006740
006750**************************************************************
006760*  220000-MEASURE-ONE-AREA - COUNTS THE ACTIVE FUNDS IN ONE     *
006770*    BALANCE AREA AND, FOR EACH CANDIDATE NEW MAX-FUNDS, THE    *
006780*    FUNDS AND DOLLARS THE CONVERSION WOULD DROP FROM IT.       *
006790**************************************************************
006800 220000-MEASURE-ONE-AREA.
006810
006815     IF PFC-AREA                     IN PROFILE-CONTROLS
006820       GREATER THAN 3
006825         COMPUTE PFC-OCCURRENCE      IN PROFILE-CONTROLS
006830           = PFC-AREA                IN PROFILE-CONTROLS - 3
006840     ELSE
006845         MOVE PFC-AREA               IN PROFILE-CONTROLS
006850           TO PFC-OCCURRENCE         IN PROFILE-CONTROLS
006860     END-IF.
006870
006880     EVALUATE TRUE
006890       WHEN PROFILE-AN-FILE          IN WORK-AREAS
006895        AND PFC-AREA                 IN PROFILE-CONTROLS
006900            NOT GREATER THAN 3
006910         MOVE FUND-INFO-ARRAY        IN BEGIN-BALANCES
006920                                     IN OLD-AN-TRX-REC
006925                                     (PFC-OCCURRENCE
006930                                  IN PROFILE-CONTROLS)
006935           TO PAW-FUND-INFO-ARRAY    IN PROFILE-AREA-WORK
006950       WHEN PROFILE-AN-FILE          IN WORK-AREAS
006960         MOVE FUND-INFO-ARRAY        IN END-BALANCES
006970                                     IN OLD-AN-TRX-REC
006975                                     (PFC-OCCURRENCE
006980                                  IN PROFILE-CONTROLS)
006985           TO PAW-FUND-INFO-ARRAY    IN PROFILE-AREA-WORK
006990       WHEN PFC-AREA                 IN PROFILE-CONTROLS
006995         NOT GREATER THAN 3
007010         MOVE FUND-INFO-ARRAY        IN BEGIN-BALANCES
007020                                     IN OLD-VL-TRX-REC
007025                                     (PFC-OCCURRENCE
007030                                  IN PROFILE-CONTROLS)
007035           TO PAW-FUND-INFO-ARRAY    IN PROFILE-AREA-WORK
007050       WHEN OTHER
007060         MOVE FUND-INFO-ARRAY        IN END-BALANCES
007070                                     IN OLD-VL-TRX-REC
007075                                     (PFC-OCCURRENCE
007080                                  IN PROFILE-CONTROLS)
007085           TO PAW-FUND-INFO-ARRAY    IN PROFILE-AREA-WORK
007100     END-EVALUATE.
007110
007115     MOVE ZERO
007120       TO RAR-ACTIVE-COUNT           IN RECORD-AREA-RESULTS
007125                                     (PFC-AREA
007130                                  IN PROFILE-CONTROLS).
007135     MOVE 1
007140       TO PFC-SLOT                   IN PROFILE-CONTROLS.
007150
007160     PERFORM 221000-CLASSIFY-ONE-SLOT THRU 221000-EXIT
007165       UNTIL PFC-SLOT                IN PROFILE-CONTROLS
007170         GREATER THAN PFC-SLOT-LIMIT IN PROFILE-CONTROLS.
007180
007190     IF PFC-BAD-BALANCE              IN PROFILE-CONTROLS
007200         GO TO 220000-EXIT
007210     END-IF.
007220
007225     MOVE 1
007230       TO PFC-SLOT                   IN PROFILE-CONTROLS.
007240
007250     PERFORM 222000-SET-THRESHOLD    THRU 222000-EXIT
007255       UNTIL PFC-SLOT                IN PROFILE-CONTROLS
007260         GREATER THAN PFC-SLOT-LIMIT IN PROFILE-CONTROLS.
007270
007275     MOVE 1
007280       TO PFC-CANDIDATE              IN PROFILE-CONTROLS.
007290
007300     PERFORM 224000-MEASURE-CANDIDATE THRU 224000-EXIT
007305       UNTIL PFC-CANDIDATE           IN PROFILE-CONTROLS
007310         GREATER THAN PFC-CANDIDATE-LIMIT IN PROFILE-CONTROLS.
007320
007330 220000-NEXT.
007340     ADD 1 TO PFC-AREA               IN PROFILE-CONTROLS.
007350
007360 220000-EXIT.
007370     EXIT.
007380
007390**************************************************************
007400*  221000-CLASSIFY-ONE-SLOT - A SLOT IS ACTIVE WHEN ITS FUND    *
007410*    NUMBER IS NUMERIC, NOT ZERO AND NOT THE DEFAULT FUND.  AN  *
007420*    ACTIVE SLOT WHOSE BALANCE IS NOT NUMERIC SPOILS THE WHOLE  *
007430*    RECORD.                                                    *
007440**************************************************************
007450 221000-CLASSIFY-ONE-SLOT.
007460
007465     MOVE SPACE
007470       TO PAW-ACTIVE-SW              IN PROFILE-AREA-WORK
007475                                     (PFC-SLOT
007480                                  IN PROFILE-CONTROLS).
007485     MOVE ZERO
007490       TO PAW-ABS-BALANCE            IN PROFILE-AREA-WORK
007495                                     (PFC-SLOT
007500                                  IN PROFILE-CONTROLS)
007505          PAW-THRESHOLD              IN PROFILE-AREA-WORK
007510                                     (PFC-SLOT
007515                                  IN PROFILE-CONTROLS).
007530
007532     IF PAW-FUND-NUMBER              IN PROFILE-AREA-WORK
007534                                     (PFC-SLOT
007536                                  IN PROFILE-CONTROLS)
007538       NOT NUMERIC
007540       OR PAW-FUND-NUMBER            IN PROFILE-AREA-WORK
007542                                     (PFC-SLOT
007544                                  IN PROFILE-CONTROLS)
007546           EQUAL ZERO
007548       OR PAW-FUND-NUMBER            IN PROFILE-AREA-WORK
007550                                     (PFC-SLOT
007552                                  IN PROFILE-CONTROLS)
007554           EQUAL PFC-DEFAULT-FUND    IN PROFILE-CONTROLS
007570         GO TO 221000-NEXT
007580     END-IF.
007590
007595     IF PAW-FUND-BALANCE             IN PROFILE-AREA-WORK
007600                                     (PFC-SLOT
007605                                  IN PROFILE-CONTROLS)
007610       NOT NUMERIC
007615         SET PFC-BAD-BALANCE         IN PROFILE-CONTROLS TO TRUE
007620         GO TO 221000-NEXT
007630     END-IF.
007640
007645     SET PAW-FUND-ACTIVE             IN PROFILE-AREA-WORK
007650                                     (PFC-SLOT
007655                                  IN PROFILE-CONTROLS)
007660       TO TRUE.
007665     ADD 1 TO RAR-ACTIVE-COUNT       IN RECORD-AREA-RESULTS
007670                                     (PFC-AREA
007675                                  IN PROFILE-CONTROLS).
007680
007682     IF PAW-FUND-BALANCE             IN PROFILE-AREA-WORK
007684                                     (PFC-SLOT
007686                                  IN PROFILE-CONTROLS)
007688       LESS THAN ZERO
007690         SUBTRACT PAW-FUND-BALANCE   IN PROFILE-AREA-WORK
007692                                     (PFC-SLOT
007694                                  IN PROFILE-CONTROLS)
007696           FROM ZERO
007698           GIVING PAW-ABS-BALANCE    IN PROFILE-AREA-WORK
007700                                     (PFC-SLOT
007702                                  IN PROFILE-CONTROLS)
007720     ELSE
007722         MOVE PAW-FUND-BALANCE       IN PROFILE-AREA-WORK
007724                                     (PFC-SLOT
007726                                  IN PROFILE-CONTROLS)
007728           TO PAW-ABS-BALANCE        IN PROFILE-AREA-WORK
007730                                     (PFC-SLOT
007732                                  IN PROFILE-CONTROLS)
007750     END-IF.
007760
007770 221000-NEXT.
007780     ADD 1 TO PFC-SLOT               IN PROFILE-CONTROLS.
007790
007800 221000-EXIT.
007810     EXIT.
007820
007830**************************************************************
007840*  222000-SET-THRESHOLD - THE SMALLEST NEW MAX-FUNDS THAT       *
007850*    KEEPS THE ACTIVE FUND IN THIS SLOT.  UNDER POSITION THAT   *
007860*    IS THE SLOT ITSELF.  UNDER BALANCE IT IS ONE MORE THAN     *
007870*    THE ACTIVE FUNDS THAT OUTRANK IT - A LARGER BALANCE        *
007880*    EITHER SIGN, OR AN EQUAL ONE IN A LOWER SLOT.              *
007890**************************************************************
007900 222000-SET-THRESHOLD.
007910
007915     IF NOT PAW-FUND-ACTIVE          IN PROFILE-AREA-WORK
007920                                     (PFC-SLOT
007925                                  IN PROFILE-CONTROLS)
007930         GO TO 222000-NEXT
007940     END-IF.
007950
007960     IF TRUNCATE-BY-POSITION         IN WORK-AREAS
007965         MOVE PFC-SLOT               IN PROFILE-CONTROLS
007970           TO PAW-THRESHOLD          IN PROFILE-AREA-WORK
007975                                     (PFC-SLOT
007980                                  IN PROFILE-CONTROLS)
007990         GO TO 222000-NEXT
008000     END-IF.
008010
008015     MOVE 1
008020       TO PAW-THRESHOLD              IN PROFILE-AREA-WORK
008025                                     (PFC-SLOT
008030                                  IN PROFILE-CONTROLS).
008035     MOVE 1
008040       TO PFC-OTHER-SLOT             IN PROFILE-CONTROLS.
008050
008060     PERFORM 223000-RANK-AGAINST-SLOT THRU 223000-EXIT
008065       UNTIL PFC-OTHER-SLOT          IN PROFILE-CONTROLS
008070         GREATER THAN PFC-SLOT-LIMIT IN PROFILE-CONTROLS.
008080
008090 222000-NEXT.
008100     ADD 1 TO PFC-SLOT               IN PROFILE-CONTROLS.
008110
008120 222000-EXIT.
008130     EXIT.
008140
008150 223000-RANK-AGAINST-SLOT.
008160
008165     IF PFC-OTHER-SLOT               IN PROFILE-CONTROLS
008170       EQUAL PFC-SLOT                IN PROFILE-CONTROLS
008175       OR NOT PAW-FUND-ACTIVE        IN PROFILE-AREA-WORK
008180                                     (PFC-OTHER-SLOT
008185                                  IN PROFILE-CONTROLS)
008190         GO TO 223000-NEXT
008200     END-IF.
008210
008215     IF PAW-ABS-BALANCE              IN PROFILE-AREA-WORK
008220                                     (PFC-OTHER-SLOT
008225                                  IN PROFILE-CONTROLS)
008230       GREATER THAN PAW-ABS-BALANCE  IN PROFILE-AREA-WORK
008235                                     (PFC-SLOT
008240                                  IN PROFILE-CONTROLS)
008245         ADD 1 TO PAW-THRESHOLD      IN PROFILE-AREA-WORK
008250                                     (PFC-SLOT
008255                                  IN PROFILE-CONTROLS)
008260         GO TO 223000-NEXT
008270     END-IF.
008280
008285     IF PAW-ABS-BALANCE              IN PROFILE-AREA-WORK
008290                                     (PFC-OTHER-SLOT
008295                                  IN PROFILE-CONTROLS)
008300       EQUAL PAW-ABS-BALANCE         IN PROFILE-AREA-WORK
008305                                     (PFC-SLOT
008310                                  IN PROFILE-CONTROLS)
008315       AND PFC-OTHER-SLOT            IN PROFILE-CONTROLS
008320           LESS THAN PFC-SLOT        IN PROFILE-CONTROLS
008325         ADD 1 TO PAW-THRESHOLD      IN PROFILE-AREA-WORK
008330                                     (PFC-SLOT
008335                                  IN PROFILE-CONTROLS)
008340     END-IF.
008350
008360 223000-NEXT.
008370     ADD 1 TO PFC-OTHER-SLOT         IN PROFILE-CONTROLS.
008380
008390 223000-EXIT.
008400     EXIT.
008410
008420 224000-MEASURE-CANDIDATE.
008430
008432     MOVE ZERO
008434       TO RAR-DROP-FUNDS             IN RECORD-AREA-RESULTS
008436                                     (PFC-AREA
008438                                  IN PROFILE-CONTROLS
008440                                      PFC-CANDIDATE
008442                                  IN PROFILE-CONTROLS)
008444          RAR-DROP-DOLLARS           IN RECORD-AREA-RESULTS
008446                                     (PFC-AREA
008448                                  IN PROFILE-CONTROLS
008450                                      PFC-CANDIDATE
008452                                  IN PROFILE-CONTROLS).
008454     MOVE 1
008456       TO PFC-SLOT                   IN PROFILE-CONTROLS.
008490
008500     PERFORM 225000-MEASURE-DROP     THRU 225000-EXIT
008505       UNTIL PFC-SLOT                IN PROFILE-CONTROLS
008510         GREATER THAN PFC-SLOT-LIMIT IN PROFILE-CONTROLS.
008520
008530     ADD 1 TO PFC-CANDIDATE          IN PROFILE-CONTROLS.
008540
008550 224000-EXIT.
008560     EXIT.
008570
008580 225000-MEASURE-DROP.
008590
008592     IF PAW-FUND-ACTIVE              IN PROFILE-AREA-WORK
008594                                     (PFC-SLOT
008596                                  IN PROFILE-CONTROLS)
008598       AND PAW-THRESHOLD             IN PROFILE-AREA-WORK
008600                                     (PFC-SLOT
008602                                  IN PROFILE-CONTROLS)
008604           GREATER THAN PFC-CANDIDATE IN PROFILE-CONTROLS
008606         ADD 1 TO RAR-DROP-FUNDS     IN RECORD-AREA-RESULTS
008608                                     (PFC-AREA
008610                                  IN PROFILE-CONTROLS
008612                                      PFC-CANDIDATE
008614                                  IN PROFILE-CONTROLS)
008616         ADD PAW-FUND-BALANCE        IN PROFILE-AREA-WORK
008618                                     (PFC-SLOT
008620                                  IN PROFILE-CONTROLS)
008650                                     TO RAR-DROP-DOLLARS
008652                                     IN RECORD-AREA-RESULTS
008654                                     (PFC-AREA
008656                                  IN PROFILE-CONTROLS
008658                                      PFC-CANDIDATE
008660                                  IN PROFILE-CONTROLS)
008670     END-IF.
008680
008690     ADD 1 TO PFC-SLOT               IN PROFILE-CONTROLS.
008700
008710 225000-EXIT.
008720     EXIT.
008730
008740**************************************************************
008750*  230000-POST-RECORD - ADDS THE MEASURED RECORD TO THE TABLE   *
008760*    ENTRY IN PFC-TARGET.  A POLICY COUNTS AS TRUNCATED AT A    *
008770*    CANDIDATE WHEN ANY OF ITS SIX AREAS WOULD LOSE A FUND.     *
008780**************************************************************
008790 230000-POST-RECORD.
008800
008805     ADD 1 TO PFT-POLICY-COUNT       IN PLAN-PROFILE-TABLE
008810                                     (PFC-TARGET
008815                                  IN PROFILE-CONTROLS).
008820     MOVE 1
008825       TO PFC-AREA                   IN PROFILE-CONTROLS.
008840
008850     PERFORM 231000-POST-AREA-COUNT  THRU 231000-EXIT
008855       UNTIL PFC-AREA                IN PROFILE-CONTROLS
008860         GREATER THAN 6.
008870
008875     MOVE 1
008880       TO PFC-CANDIDATE              IN PROFILE-CONTROLS.
008890
008900     PERFORM 232000-POST-CANDIDATE   THRU 232000-EXIT
008905       UNTIL PFC-CANDIDATE           IN PROFILE-CONTROLS
008910         GREATER THAN PFC-CANDIDATE-LIMIT IN PROFILE-CONTROLS.
008920
008930 230000-EXIT.
008940     EXIT.
008950
008960 231000-POST-AREA-COUNT.
008970
008975     COMPUTE PFC-COLUMN              IN PROFILE-CONTROLS
008980       = RAR-ACTIVE-COUNT            IN RECORD-AREA-RESULTS
008985                                     (PFC-AREA
008990                                  IN PROFILE-CONTROLS)
008995       + 1.
009000     ADD 1 TO PFT-AREA-COUNT         IN PLAN-PROFILE-TABLE
009005                                     (PFC-TARGET
009010                                  IN PROFILE-CONTROLS
009015                                      PFC-AREA
009020                                  IN PROFILE-CONTROLS
009025                                      PFC-COLUMN
009030                                  IN PROFILE-CONTROLS).
009035     ADD 1 TO PFC-AREA               IN PROFILE-CONTROLS.
009040
009050 231000-EXIT.
009060     EXIT.
009070
009080 232000-POST-CANDIDATE.
009090
009095     MOVE SPACE
009100       TO PFC-RECORD-TRUNCATED-SW    IN PROFILE-CONTROLS.
009105     MOVE 1
009110       TO PFC-AREA                   IN PROFILE-CONTROLS.
009120
009130     PERFORM 233000-POST-CANDIDATE-AREA THRU 233000-EXIT
009135       UNTIL PFC-AREA                IN PROFILE-CONTROLS
009140         GREATER THAN 6.
009150
009155     IF PFC-RECORD-TRUNCATED         IN PROFILE-CONTROLS
009160         ADD 1 TO PFT-TRUNC-POLICIES IN PLAN-PROFILE-TABLE
009165                                     (PFC-TARGET
009170                                  IN PROFILE-CONTROLS
009175                                      PFC-CANDIDATE
009180                                  IN PROFILE-CONTROLS)
009200     END-IF.
009210
009220     ADD 1 TO PFC-CANDIDATE          IN PROFILE-CONTROLS.
009230
009240 232000-EXIT.
009250     EXIT.
009260
009270 233000-POST-CANDIDATE-AREA.
009280
009282     IF RAR-DROP-FUNDS               IN RECORD-AREA-RESULTS
009284                                     (PFC-AREA
009286                                  IN PROFILE-CONTROLS
009288                                      PFC-CANDIDATE
009290                                  IN PROFILE-CONTROLS)
009300       GREATER THAN ZERO
009305         SET PFC-RECORD-TRUNCATED    IN PROFILE-CONTROLS TO TRUE
009310         ADD 1 TO PFT-TRUNC-AREAS    IN PLAN-PROFILE-TABLE
009315                                     (PFC-TARGET
009320                                  IN PROFILE-CONTROLS
009325                                      PFC-CANDIDATE
009330                                  IN PROFILE-CONTROLS)
009335         ADD RAR-DROP-FUNDS          IN RECORD-AREA-RESULTS
009340                                     (PFC-AREA
009345                                  IN PROFILE-CONTROLS
009350                                      PFC-CANDIDATE
009355                                  IN PROFILE-CONTROLS)
009360                                     TO PFT-TRUNC-FUNDS
009362                                     IN PLAN-PROFILE-TABLE
009364                                     (PFC-TARGET
009366                                  IN PROFILE-CONTROLS
009368                                      PFC-CANDIDATE
009370                                  IN PROFILE-CONTROLS)
009372         ADD RAR-DROP-DOLLARS        IN RECORD-AREA-RESULTS
009374                                     (PFC-AREA
009376                                  IN PROFILE-CONTROLS
009378                                      PFC-CANDIDATE
009380                                  IN PROFILE-CONTROLS)
009400                                     TO PFT-TRUNC-DOLLARS
009405                                     IN PLAN-PROFILE-TABLE
009410                                     (PFC-TARGET
009415                                  IN PROFILE-CONTROLS
009420                                      PFC-CANDIDATE
009425                                  IN PROFILE-CONTROLS)
009430     END-IF.
009440
009450     ADD 1 TO PFC-AREA               IN PROFILE-CONTROLS.
009460
009470 233000-EXIT.
009480     EXIT.
009490
009500 290000-WRITE-REPORT-LINE.
009510
009520     WRITE PROFILE-REPORT-LINE.
009530     IF NOT FCRFCPR-STATUS-OK
009540         MOVE 'FCRFCPR' TO FEC-FILE-ID
009550         MOVE FCRFCPR-STATUS TO FEC-FILE-STATUS
009560         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
009570     END-IF.
009580
009590 290000-EXIT.
009600     EXIT.
009610
009620**************************************************************
009630*  300000-TERMINATION - PRINTS ONE BLOCK PER PLAN IN THE ORDER  *
009640*    THE PLANS WERE FIRST SEEN, THEN THE ALL-PLANS BLOCK AND    *
009650*    THE RECORD COUNTS.                                         *
009660**************************************************************
009670 300000-TERMINATION.
009680
009685     MOVE 2
009690       TO PFT-SUBSCRIPT              IN PLAN-PROFILE-CONTROLS.
009700
009710     PERFORM 310000-PRINT-PLAN-BLOCK THRU 310000-EXIT
009715       UNTIL PFT-SUBSCRIPT           IN PLAN-PROFILE-CONTROLS
009720         GREATER THAN PFT-ENTRY-COUNT IN PLAN-PROFILE-CONTROLS.
009730
009735     MOVE 1
009740       TO PFT-SUBSCRIPT              IN PLAN-PROFILE-CONTROLS.
009750     PERFORM 310000-PRINT-PLAN-BLOCK THRU 310000-EXIT.
009760
009770     MOVE SPACES                     TO PROFILE-REPORT-LINE.
009780     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
009790
009800     MOVE SPACES                     TO PROFILE-TOTAL-LINE.
009805     MOVE 'RECORDS READ'
009810       TO PTL-LABEL                  IN PROFILE-TOTAL-LINE.
009820     MOVE RECORDS-READ-CTR           IN WORK-AREAS
009830       TO PTL-VALUE                  IN PROFILE-TOTAL-LINE.
009840     MOVE PROFILE-TOTAL-LINE         TO PROFILE-REPORT-LINE.
009850     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
009860
009870     MOVE SPACES                     TO PROFILE-TOTAL-LINE.
009875     MOVE '  CONTROL RECORDS SKIPPED'
009880       TO PTL-LABEL                  IN PROFILE-TOTAL-LINE.
009890     MOVE CONTROL-SKIPPED-CTR        IN WORK-AREAS
009900       TO PTL-VALUE                  IN PROFILE-TOTAL-LINE.
009910     MOVE PROFILE-TOTAL-LINE         TO PROFILE-REPORT-LINE.
009920     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
009930
009940     MOVE SPACES                     TO PROFILE-TOTAL-LINE.
009945     MOVE '  OTHER TRX TYPE SKIPPED'
009950       TO PTL-LABEL                  IN PROFILE-TOTAL-LINE.
009960     MOVE TYPE-SKIPPED-CTR           IN WORK-AREAS
009970       TO PTL-VALUE                  IN PROFILE-TOTAL-LINE.
009980     MOVE PROFILE-TOTAL-LINE         TO PROFILE-REPORT-LINE.
009990     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
010000
010010     MOVE SPACES                     TO PROFILE-TOTAL-LINE.
010020     MOVE '  UNREADABLE BALANCE SKIPPED'
010025                                     TO PTL-LABEL
010030                                     IN PROFILE-TOTAL-LINE.
010040     MOVE BALANCE-SKIPPED-CTR        IN WORK-AREAS
010050       TO PTL-VALUE                  IN PROFILE-TOTAL-LINE.
010060     MOVE PROFILE-TOTAL-LINE         TO PROFILE-REPORT-LINE.
010070     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
010080
010090     MOVE SPACES                     TO PROFILE-TOTAL-LINE.
010095     MOVE '  POLICIES PROFILED'
010100       TO PTL-LABEL                  IN PROFILE-TOTAL-LINE.
010110     MOVE POLICIES-PROFILED-CTR      IN WORK-AREAS
010120       TO PTL-VALUE                  IN PROFILE-TOTAL-LINE.
010130     MOVE PROFILE-TOTAL-LINE         TO PROFILE-REPORT-LINE.
010140     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
010150
010160     MOVE SPACES                     TO PROFILE-TOTAL-LINE.
010165     MOVE 'PLAN CODES PROFILED'
010170       TO PTL-LABEL                  IN PROFILE-TOTAL-LINE.
010175     COMPUTE PTL-VALUE               IN PROFILE-TOTAL-LINE
010180       = PFT-ENTRY-COUNT             IN PLAN-PROFILE-CONTROLS - 1.
010190     MOVE PROFILE-TOTAL-LINE         TO PROFILE-REPORT-LINE.
010200     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
010210
010220     CLOSE OLD-TRX-FILE.
010230     CLOSE PROFILE-REPORT-FILE.
010240
010250 300000-EXIT.
010260     EXIT.
010270
010280**************************************************************
010290*  310000-PRINT-PLAN-BLOCK - THE DISTRIBUTION AND CANDIDATE     *
010300*    LINES FOR THE TABLE ENTRY IN PFT-SUBSCRIPT.  THE ALL-      *
010310*    PLANS ENTRY IS MEASURED AGAINST THE SYSTEM DEFAULT.        *
010320**************************************************************
010330 310000-PRINT-PLAN-BLOCK.
010340
010350     PERFORM 311000-FIND-IN-EFFECT-MAX THRU 311000-EXIT.
010360
010370     MOVE SPACES                     TO PROFILE-REPORT-LINE.
010380     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
010390
010395     IF PFT-SUBSCRIPT                IN PLAN-PROFILE-CONTROLS
010400       EQUAL 1
010405         MOVE 'ALL PLANS'
010410           TO PHL-PLAN-CODE          IN PLAN-HEADING-LINE
010420     ELSE
010425         MOVE PFT-PLAN-CODE          IN PLAN-PROFILE-TABLE
010430                                     (PFT-SUBSCRIPT
010435                                  IN PLAN-PROFILE-CONTROLS)
010440                                     TO PHL-PLAN-CODE
010445                                     IN PLAN-HEADING-LINE
010450     END-IF.
010455     MOVE PFT-POLICY-COUNT           IN PLAN-PROFILE-TABLE
010460                                     (PFT-SUBSCRIPT
010465                                  IN PLAN-PROFILE-CONTROLS)
010470                                     TO PHL-POLICY-COUNT
010475                                     IN PLAN-HEADING-LINE.
010480     MOVE PFC-IN-EFFECT-MAX          IN PROFILE-CONTROLS
010485       TO PHL-IN-EFFECT-MAX          IN PLAN-HEADING-LINE.
010490     MOVE PFC-IN-EFFECT-SOURCE       IN PROFILE-CONTROLS
010495       TO PHL-IN-EFFECT-SOURCE       IN PLAN-HEADING-LINE.
010500     MOVE PLAN-HEADING-LINE          TO PROFILE-REPORT-LINE.
010510     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
010520
010530     MOVE SPACES                     TO PROFILE-REPORT-LINE.
010540     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
010550     MOVE DISTRIBUTION-TITLE-LINE    TO PROFILE-REPORT-LINE.
010560     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
010570
010575     MOVE 1
010580       TO PFC-COLUMN                 IN PROFILE-CONTROLS.
010590     PERFORM 312000-FORMAT-HEADING-COLUMN THRU 312000-EXIT
010595       UNTIL PFC-COLUMN              IN PROFILE-CONTROLS
010600         GREATER THAN 14.
010610     MOVE DISTRIBUTION-HEADING-LINE  TO PROFILE-REPORT-LINE.
010620     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
010630
010635     MOVE 1
010640       TO PFC-AREA                   IN PROFILE-CONTROLS.
010650     PERFORM 313000-PRINT-AREA-LINE  THRU 313000-EXIT
010655       UNTIL PFC-AREA                IN PROFILE-CONTROLS
010660         GREATER THAN 6.
010670
010680     MOVE SPACES                     TO PROFILE-REPORT-LINE.
010690     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
010700     MOVE CANDIDATE-HEADING-1        TO PROFILE-REPORT-LINE.
010710     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
010720     MOVE CANDIDATE-HEADING-2        TO PROFILE-REPORT-LINE.
010730     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
010740
010745     MOVE 1
010750       TO PFC-CANDIDATE              IN PROFILE-CONTROLS.
010760     PERFORM 315000-PRINT-CANDIDATE-LINE THRU 315000-EXIT
010765       UNTIL PFC-CANDIDATE           IN PROFILE-CONTROLS
010770         GREATER THAN PFC-CANDIDATE-LIMIT IN PROFILE-CONTROLS.
010780
010790     ADD 1 TO PFT-SUBSCRIPT          IN PLAN-PROFILE-CONTROLS.
010800
010810 310000-EXIT.
010820     EXIT.
010830
010840**************************************************************
010850*  311000-FIND-IN-EFFECT-MAX - THE NEW MAX-FUNDS THE CONVERSION *
010855*    WOULD USE FOR THE PLAN TODAY - THE FIRST PLAN TABLE ROW    *
010860*    FOR THE PLAN IF IT IS WITHIN THE COMPILED CEILINGS, AS     *
010865*    195100-SCAN-PLAN-MAX-FUNDS ACCEPTS IT, ELSE THE SYSTEM     *
010870*    DEFAULT.  A LATER ROW FOR THE SAME PLAN IS NEVER USED.     *
010890**************************************************************
010900 311000-FIND-IN-EFFECT-MAX.
010910
010915     MOVE PFC-NEW-MAX-FUNDS          IN PROFILE-CONTROLS
010920       TO PFC-IN-EFFECT-MAX          IN PROFILE-CONTROLS.
010925     MOVE '(SYSTEM DEFAULT)'
010930       TO PFC-IN-EFFECT-SOURCE       IN PROFILE-CONTROLS.
010940
010945     IF PFT-SUBSCRIPT                IN PLAN-PROFILE-CONTROLS
010950       EQUAL 1
010960         GO TO 311000-EXIT
010970     END-IF.
010980
010985     MOVE 1
010990       TO PFC-PMF-SUBSCRIPT          IN PROFILE-CONTROLS.
011000
011010     IF PROFILE-AN-FILE              IN WORK-AREAS
011020         PERFORM 311100-SCAN-AN-PLAN-TABLE THRU 311100-EXIT
011025           UNTIL PFC-PMF-SUBSCRIPT   IN PROFILE-CONTROLS
011030             GREATER THAN
011040                 PLAN-MAX-FUNDS-TABLE-LIMIT
011050                                  IN AN-PLAN-MAX-FUNDS-CONFIG
011060     ELSE
011070         PERFORM 311200-SCAN-VL-PLAN-TABLE THRU 311200-EXIT
011075           UNTIL PFC-PMF-SUBSCRIPT   IN PROFILE-CONTROLS
011080             GREATER THAN
011090                 PLAN-MAX-FUNDS-TABLE-LIMIT
011100                                  IN VL-PLAN-MAX-FUNDS-CONFIG
011110     END-IF.
011120
011130 311000-EXIT.
011140     EXIT.
011150
011160 311100-SCAN-AN-PLAN-TABLE.
011170
011180     IF PMF-PLAN-CODE                IN AN-PLAN-MAX-FUNDS-CONFIG
011185                                     (PFC-PMF-SUBSCRIPT
011190                                  IN PROFILE-CONTROLS)
011195       EQUAL PFT-PLAN-CODE           IN PLAN-PROFILE-TABLE
011200                                     (PFT-SUBSCRIPT
011205                                  IN PLAN-PROFILE-CONTROLS)
011210         IF PMF-OLD-MAX-FUNDS        IN AN-PLAN-MAX-FUNDS-CONFIG
011215                                     (PFC-PMF-SUBSCRIPT
011220                                  IN PROFILE-CONTROLS)
011225           NOT GREATER THAN PFC-OLD-MAX-FUNDS IN PROFILE-CONTROLS
011235             AND PMF-NEW-MAX-FUNDS   IN AN-PLAN-MAX-FUNDS-CONFIG
011245                                     (PFC-PMF-SUBSCRIPT
011250                                  IN PROFILE-CONTROLS)
011255               NOT GREATER THAN
011260                   PFC-NEW-MAX-FUNDS IN PROFILE-CONTROLS
011265             MOVE PMF-NEW-MAX-FUNDS  IN AN-PLAN-MAX-FUNDS-CONFIG
011275                                     (PFC-PMF-SUBSCRIPT
011280                                  IN PROFILE-CONTROLS)
011282               TO PFC-IN-EFFECT-MAX  IN PROFILE-CONTROLS
011284             MOVE '(PLAN TABLE)'
011286               TO PFC-IN-EFFECT-SOURCE IN PROFILE-CONTROLS
011288         END-IF
011290         MOVE PLAN-MAX-FUNDS-TABLE-LIMIT
011292                                      IN AN-PLAN-MAX-FUNDS-CONFIG
011294           TO PFC-PMF-SUBSCRIPT      IN PROFILE-CONTROLS
011310     END-IF.
011320
011330     ADD 1 TO PFC-PMF-SUBSCRIPT      IN PROFILE-CONTROLS.
011340
011350 311100-EXIT.
011360     EXIT.
011370
011380 311200-SCAN-VL-PLAN-TABLE.
011390
011400     IF PMF-PLAN-CODE                IN VL-PLAN-MAX-FUNDS-CONFIG
011405                                     (PFC-PMF-SUBSCRIPT
011410                                  IN PROFILE-CONTROLS)
011415       EQUAL PFT-PLAN-CODE           IN PLAN-PROFILE-TABLE
011420                                     (PFT-SUBSCRIPT
011425                                  IN PLAN-PROFILE-CONTROLS)
011430         IF PMF-OLD-MAX-FUNDS        IN VL-PLAN-MAX-FUNDS-CONFIG
011435                                     (PFC-PMF-SUBSCRIPT
011440                                  IN PROFILE-CONTROLS)
011445           NOT GREATER THAN PFC-OLD-MAX-FUNDS IN PROFILE-CONTROLS
011455             AND PMF-NEW-MAX-FUNDS   IN VL-PLAN-MAX-FUNDS-CONFIG
011465                                     (PFC-PMF-SUBSCRIPT
011470                                  IN PROFILE-CONTROLS)
011475               NOT GREATER THAN
011480                   PFC-NEW-MAX-FUNDS IN PROFILE-CONTROLS
011485             MOVE PMF-NEW-MAX-FUNDS  IN VL-PLAN-MAX-FUNDS-CONFIG
011495                                     (PFC-PMF-SUBSCRIPT
011500                                  IN PROFILE-CONTROLS)
011502               TO PFC-IN-EFFECT-MAX  IN PROFILE-CONTROLS
011504             MOVE '(PLAN TABLE)'
011506               TO PFC-IN-EFFECT-SOURCE IN PROFILE-CONTROLS
011508         END-IF
011510         MOVE PLAN-MAX-FUNDS-TABLE-LIMIT
011512                                      IN VL-PLAN-MAX-FUNDS-CONFIG
011514           TO PFC-PMF-SUBSCRIPT      IN PROFILE-CONTROLS
011530     END-IF.
011540
011550     ADD 1 TO PFC-PMF-SUBSCRIPT      IN PROFILE-CONTROLS.
011560
011570 311200-EXIT.
011580     EXIT.
011590
011600**************************************************************
011610*  312000-FORMAT-HEADING-COLUMN - COLUMN N IS N - 1 ACTIVE      *
011620*    FUNDS.  COLUMNS PAST THE FILE'S SLOT COUNT ARE BLANK.      *
011630**************************************************************
011640 312000-FORMAT-HEADING-COLUMN.
011650
011652     MOVE SPACES
011654       TO DHL-COLUMN                 IN DISTRIBUTION-HEADING-LINE
011656                                     (PFC-COLUMN
011658                                  IN PROFILE-CONTROLS).
011660     IF PFC-COLUMN                   IN PROFILE-CONTROLS
011662       NOT GREATER THAN PFC-COLUMN-LIMIT IN PROFILE-CONTROLS
011664         COMPUTE DHL-FUND-COUNT      IN DISTRIBUTION-HEADING-LINE
011666                                     (PFC-COLUMN
011668                                  IN PROFILE-CONTROLS)
011670           = PFC-COLUMN              IN PROFILE-CONTROLS - 1
011690     END-IF.
011700
011710     ADD 1 TO PFC-COLUMN             IN PROFILE-CONTROLS.
011720
011730 312000-EXIT.
011740     EXIT.
011750
011760 313000-PRINT-AREA-LINE.
011770
011772     MOVE AREA-NAME                  IN AREA-NAMES
011774                                     (PFC-AREA
011776                                  IN PROFILE-CONTROLS)
011778       TO DDL-AREA-NAME              IN DISTRIBUTION-DETAIL-LINE.
011780     MOVE 1
011782       TO PFC-COLUMN                 IN PROFILE-CONTROLS.
011800
011810     PERFORM 314000-FORMAT-AREA-COLUMN THRU 314000-EXIT
011815       UNTIL PFC-COLUMN              IN PROFILE-CONTROLS
011820         GREATER THAN 14.
011830
011840     MOVE DISTRIBUTION-DETAIL-LINE   TO PROFILE-REPORT-LINE.
011850     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
011860
011870     ADD 1 TO PFC-AREA               IN PROFILE-CONTROLS.
011880
011890 313000-EXIT.
011900     EXIT.
011910
011920 314000-FORMAT-AREA-COLUMN.
011930
011932     MOVE SPACES
011934       TO DDL-COLUMN                 IN DISTRIBUTION-DETAIL-LINE
011936                                     (PFC-COLUMN
011938                                  IN PROFILE-CONTROLS).
011940     IF PFC-COLUMN                   IN PROFILE-CONTROLS
011942       NOT GREATER THAN PFC-COLUMN-LIMIT IN PROFILE-CONTROLS
011944         MOVE PFT-AREA-COUNT         IN PLAN-PROFILE-TABLE
011946                                     (PFT-SUBSCRIPT
011948                                  IN PLAN-PROFILE-CONTROLS
011970                                      PFC-AREA
011972                                  IN PROFILE-CONTROLS
011974                                      PFC-COLUMN
011976                                  IN PROFILE-CONTROLS)
011978           TO DDL-POLICY-COUNT       IN DISTRIBUTION-DETAIL-LINE
011980                                     (PFC-COLUMN
011982                                  IN PROFILE-CONTROLS)
012000     END-IF.
012010
012020     ADD 1 TO PFC-COLUMN             IN PROFILE-CONTROLS.
012030
012040 314000-EXIT.
012050     EXIT.
012060
012070 315000-PRINT-CANDIDATE-LINE.
012080
012085     MOVE PFC-CANDIDATE              IN PROFILE-CONTROLS
012090       TO CDL-CANDIDATE              IN CANDIDATE-DETAIL-LINE.
012095     MOVE PFT-TRUNC-POLICIES         IN PLAN-PROFILE-TABLE
012100                                     (PFT-SUBSCRIPT
012105                                  IN PLAN-PROFILE-CONTROLS
012110                                      PFC-CANDIDATE
012115                                  IN PROFILE-CONTROLS)
012120       TO CDL-TRUNC-POLICIES         IN CANDIDATE-DETAIL-LINE.
012125     MOVE PFT-TRUNC-AREAS            IN PLAN-PROFILE-TABLE
012130                                     (PFT-SUBSCRIPT
012135                                  IN PLAN-PROFILE-CONTROLS
012140                                      PFC-CANDIDATE
012145                                  IN PROFILE-CONTROLS)
012150       TO CDL-TRUNC-AREAS            IN CANDIDATE-DETAIL-LINE.
012155     MOVE PFT-TRUNC-FUNDS            IN PLAN-PROFILE-TABLE
012160                                     (PFT-SUBSCRIPT
012165                                  IN PLAN-PROFILE-CONTROLS
012170                                      PFC-CANDIDATE
012175                                  IN PROFILE-CONTROLS)
012180       TO CDL-TRUNC-FUNDS            IN CANDIDATE-DETAIL-LINE.
012185     MOVE PFT-TRUNC-DOLLARS          IN PLAN-PROFILE-TABLE
012190                                     (PFT-SUBSCRIPT
012195                                  IN PLAN-PROFILE-CONTROLS
012200                                      PFC-CANDIDATE
012205                                  IN PROFILE-CONTROLS)
012210       TO CDL-TRUNC-DOLLARS          IN CANDIDATE-DETAIL-LINE.
012215     IF PFC-CANDIDATE                IN PROFILE-CONTROLS
012220       EQUAL PFC-IN-EFFECT-MAX       IN PROFILE-CONTROLS
012225         MOVE '<-- IN EFFECT'
012230           TO CDL-MARKER             IN CANDIDATE-DETAIL-LINE
012240     ELSE
012245         MOVE SPACES
012250           TO CDL-MARKER             IN CANDIDATE-DETAIL-LINE
012260     END-IF.
012270     MOVE CANDIDATE-DETAIL-LINE      TO PROFILE-REPORT-LINE.
012280     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
012290
012300     ADD 1 TO PFC-CANDIDATE          IN PROFILE-CONTROLS.
012310
012320 315000-EXIT.
012330     EXIT.
012340
012350**************************************************************
012360*  900000-ABEND-ON-FILE-ERROR - COMMON HANDLER FOR A BAD FILE    *
012370*    STATUS ON OPEN, READ, WRITE OR CLOSE.  DISPLAYS THE         *
012380*    OFFENDING FILE AND STATUS CODE AND ABENDS THE RUN.          *
012390**************************************************************
012400 900000-ABEND-ON-FILE-ERROR.
012410
012420     DISPLAY 'FCRXFCP - I/O ERROR ON FILE ' FEC-FILE-ID
012430             ' - FILE STATUS = ' FEC-FILE-STATUS.
012440     MOVE 16 TO RETURN-CODE.
012450     STOP RUN.
012460
012470 900000-EXIT.
012480     EXIT.
