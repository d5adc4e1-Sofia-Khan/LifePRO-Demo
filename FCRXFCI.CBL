000010 IDENTIFICATION DIVISION.
000020
000030 PROGRAM-ID. FCRXFCI.
000040
000050*TITLE.      FUND CLOSURE AND MERGE IMPACT ANALYSIS
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
000240* T-0243  Z001801  10/2026  INITIAL VERSION - SHOW WHICH         *
000250*                           POLICIES A PROPOSED FUND CLOSURE OR  *
000260*                           MERGE WOULD AFFECT BEFORE THE FUND   *
000270*                           MASTER IS CHANGED                    *
000280*                                                                *
000290*=================================================================
000300*                                                                *
000310*  MODULE NARRATIVE                                              *
000320*   THIS IS PART OF THE WMA / V1 FUNDS CONFIGURATION UTILITY     *
000330*    PROCESS.  A FUND MARKED CLOSED ON THE FUND MASTER (FCRFMST) *
000340*    REJECTS EVERY TRANSACTION HOLDING IT WITH E010, AND A FUND  *
000350*    MARKED MERGED HAS ITS BALANCES CARRIED INTO ITS SUCCESSOR   *
000360*    BY THE CONVERSION REMAP (206000 IN FCRFAN1 / FCRFVL1).      *
000370*    THIS UTILITY SHOWS THE EFFECT OF A SET OF PROPOSED CHANGES  *
000380*    BEFORE THE MASTER IS UPDATED, SO THE FUND COMPANY AND THE   *
000390*    PRODUCT AREA CAN SIGN THEM OFF.                             *
000400*                                                                *
000410*   THE PROPOSALS ARE THE SAME MAINTENANCE CARDS (FCRFMTX,       *
000420*    CFCRXFT1) THE FUND MASTER UTILITY FCRXFMM WILL APPLY; THE   *
000430*    CLOSE (C) AND MERGE (M) CARDS ARE ANALYZED AND ADD AND      *
000440*    REOPEN CARDS ARE LISTED ONLY.  A CLOSE OR MERGE CARD        *
000450*    FCRXFMM WOULD REJECT ON ITS FACE - A BAD OR RESIDUAL FUND   *
000460*    NUMBER, A FUND ALREADY ON AN EARLIER CARD, A MERGE INTO     *
000470*    ITSELF, OR A MERGE INTO A FUND THAT IS ALSO BEING CLOSED OR *
000480*    MERGED - IS LISTED AS NOT ANALYZED.                         *
000490*                                                                *
000500*   THE CURRENT OLD-FORMAT AN (FCROLDT, CFUAFAN1) AND VL         *
000510*    (FCRVOLD, CFUAFVL1) STATEMENT FILES ARE READ IN TURN; A     *
000520*    FILE NOT SUPPLIED IS NOTED AND PASSED BY.  EVERY BALANCE    *
000530*    AREA SLOT HOLDING A PROPOSED FUND IS LISTED WITH ITS        *
000540*    POLICY, PLAN, RECORD NUMBER, BALANCE AREA, OCCURRENCE AND   *
000550*    BALANCE.  FOR A MERGE THE AREA'S LINEUP IS REBUILT AS THE   *
000560*    REMAP WOULD REBUILD IT UNDER ALL THE PROPOSED MERGES - A    *
000570*    MERGED FUND COMBINES WITH ITS SUCCESSOR WHEN THE AREA       *
000580*    ALREADY HOLDS IT, AND OTHERWISE THE SUCCESSOR ENTERS THE    *
000590*    LINEUP AS A NEW FUND.  WHEN A NEW SUCCESSOR LEAVES THE AREA *
000600*    WITH MORE ACTIVE FUNDS THAN THE PLAN'S NEW MAX-FUNDS (ITS   *
000610*    CFCRXPM1 / CFCRXPV1 ROW WITHIN THE COMPILED CEILINGS, ELSE  *
000620*    THE SYSTEM DEFAULT) THE AREA IS FLAGGED AND LISTED AGAIN    *
000630*    AT THE FOOT OF THE REPORT.  AN ACTIVE FUND IS A NUMERIC,    *
000640*    NON-ZERO FUND NUMBER OTHER THAN THE DEFAULT FUND.           *
000650*                                                                *
000660*   TOTALS FOLLOW BY PROPOSED FUND AND BY FILE, PLAN AND FUND.   *
000670*    THE REPORT (FCRFCIR) IS THE ONLY OUTPUT.  A CLOSE OR MERGE  *
000680*    CARD NOT ANALYZED ENDS THE JOB WITH RETURN CODE 8; NO       *
000690*    STATEMENT FILE, OR AN I/O ERROR, WITH RETURN CODE 16.       *
000700******************************************************************
000710     EJECT
000720 ENVIRONMENT DIVISION.
000730
000740 INPUT-OUTPUT SECTION.
000750
000760 FILE-CONTROL.
000770
000780     SELECT MAINTENANCE-TRANS-FILE ASSIGN TO FCRFMTX
000790                                   ORGANIZATION IS SEQUENTIAL
000800                                   FILE STATUS IS FCRFMTX-STATUS.
000810
000820     SELECT AN-TRX-FILE           ASSIGN TO FCROLDT
000830                                   ORGANIZATION IS SEQUENTIAL
000840                                   FILE STATUS IS FCROLDT-STATUS.
000850
000860     SELECT VL-TRX-FILE           ASSIGN TO FCRVOLD
000870                                   ORGANIZATION IS SEQUENTIAL
000880                                   FILE STATUS IS FCRVOLD-STATUS.
000890
000900     SELECT IMPACT-REPORT-FILE    ASSIGN TO FCRFCIR
000910                                   ORGANIZATION IS SEQUENTIAL
000920                                   FILE STATUS IS FCRFCIR-STATUS.
000930
000940 DATA DIVISION.
000950
000960 FILE SECTION.
000970
000980 FD  MAINTENANCE-TRANS-FILE.
000990
001000 01  MAINTENANCE-TRANS-RECORD        PIC X(80).
001010
001020 FD  AN-TRX-FILE.
001030
001040 01  OLD-AN-TRX-REC.                 COPY CFUAFAN1 SUPPRESS.
001050
001060 FD  VL-TRX-FILE.
001070
001080 01  OLD-VL-TRX-REC.                 COPY CFUAFVL1 SUPPRESS.
001090
001100 FD  IMPACT-REPORT-FILE.
001110
001120 01  IMPACT-REPORT-LINE              PIC X(132).
001130
001140 WORKING-STORAGE SECTION.
001150
001160 01  FILLER                            PIC X(48)  VALUE
001170     'XXXXX FCRXFCI  WORKING STORAGE STARTS HERE XXXXX'.
001180
001190 01  FILE-STATUS-CODES.
001200     05  FCRFMTX-STATUS              PIC X(02).
001210         88  FCRFMTX-STATUS-OK               VALUE '00'.
001220         88  FCRFMTX-STATUS-EOF              VALUE '10'.
001230     05  FCROLDT-STATUS              PIC X(02).
001240         88  FCROLDT-STATUS-OK               VALUE '00'.
001250         88  FCROLDT-STATUS-EOF              VALUE '10'.
001260         88  FCROLDT-STATUS-NOT-FOUND        VALUE '35'.
001270     05  FCRVOLD-STATUS              PIC X(02).
001280         88  FCRVOLD-STATUS-OK               VALUE '00'.
001290         88  FCRVOLD-STATUS-EOF              VALUE '10'.
001300         88  FCRVOLD-STATUS-NOT-FOUND        VALUE '35'.
001310     05  FCRFCIR-STATUS              PIC X(02).
001320         88  FCRFCIR-STATUS-OK               VALUE '00'.
001330
001340 01  FILE-ERROR-CONTROLS.
001350     05  FEC-FILE-ID                 PIC X(08).
001360     05  FEC-FILE-STATUS             PIC X(02).
001370
001380 01  WORK-AREAS.
001390     05  CARD-EOF-SW                 PIC X     VALUE SPACE.
001400         88  CARD-EOF                          VALUE 'Y'.
001410     05  TRX-EOF-SW                  PIC X     VALUE SPACE.
001420         88  TRX-EOF                           VALUE 'Y'.
001430     05  FILE-TYPE-SW                PIC X(02) VALUE SPACES.
001440         88  SCAN-AN-FILE                      VALUE 'AN'.
001450         88  SCAN-VL-FILE                      VALUE 'VL'.
001460     05  FILES-SCANNED-CTR           PIC S9(04) COMP VALUE ZERO.
001470     05  RUN-DATE                    PIC 9(08) VALUE ZERO.
001480     05  RUN-TIME                    PIC 9(08) VALUE ZERO.
001490     05  CARDS-READ-CTR              PIC S9(09) COMP-3
001500                                      VALUE ZERO.
001510     05  CARDS-ANALYZED-CTR          PIC S9(09) COMP-3
001520                                      VALUE ZERO.
001530     05  CARDS-LISTED-ONLY-CTR       PIC S9(09) COMP-3
001540                                      VALUE ZERO.
001550     05  CARDS-NOT-ANALYZED-CTR      PIC S9(09) COMP-3
001560                                      VALUE ZERO.
001570     05  AN-RECORDS-READ-CTR         PIC S9(09) COMP-3
001580                                      VALUE ZERO.
001590     05  VL-RECORDS-READ-CTR         PIC S9(09) COMP-3
001600                                      VALUE ZERO.
001610     05  CONTROL-SKIPPED-CTR         PIC S9(09) COMP-3
001620                                      VALUE ZERO.
001630     05  TYPE-SKIPPED-CTR            PIC S9(09) COMP-3
001640                                      VALUE ZERO.
001650     05  POLICIES-AFFECTED-CTR       PIC S9(09) COMP-3
001660                                      VALUE ZERO.
001670     05  HOLDINGS-LISTED-CTR         PIC S9(09) COMP-3
001680                                      VALUE ZERO.
001690     05  BAD-BALANCE-CTR             PIC S9(09) COMP-3
001700                                      VALUE ZERO.
001710     05  OVER-MAX-CTR                PIC S9(09) COMP-3
001720                                      VALUE ZERO.
001730
001740 01  CONTROL-TYPE-WORK.              COPY CFCRXHT1 SUPPRESS.
001750
001760 01  MAINTENANCE-CARD-WORK.          COPY CFCRXFT1 SUPPRESS.
001770
001780 01  AN-OLD-FUND-CONSTANTS.          COPY CFUAXMCD SUPPRESS.
001790
001800 01  AN-NEW-FUND-CONSTANTS.          COPY CIUAXMCD SUPPRESS.
001810
001820 01  VL-OLD-FUND-CONSTANTS.          COPY CFUAXMVL SUPPRESS.
001830
001840 01  VL-NEW-FUND-CONSTANTS.          COPY CIUAXMVL SUPPRESS.
001850
001860 01  AN-PLAN-MAX-FUNDS-CONFIG.       COPY CFCRXPM1 SUPPRESS.
001870
001880 01  VL-PLAN-MAX-FUNDS-CONFIG.       COPY CFCRXPV1 SUPPRESS.
001890
001900**************************************************************
001910*  PROPOSAL-TABLE - EVERY MAINTENANCE CARD READ, WITH ITS       *
001920*    RESULT.  AN ANALYZED CLOSE OR MERGE CARD CARRIES ITS FUND  *
001930*    TOTALS; PRP-RECORD-HIT-SW MARKS THE FUND AS ALREADY        *
001940*    COUNTED FOR THE POLICY IN HAND.                            *
001950**************************************************************
001960 01  PROPOSAL-CONTROLS.
001970     05  PRP-MAX-ENTRIES             PIC S9(04) COMP VALUE +50.
001980     05  PRP-ENTRY-COUNT             PIC S9(04) COMP VALUE ZERO.
001990     05  PRP-SUBSCRIPT               PIC S9(04) COMP.
002000     05  PRP-SEARCH-SUBSCRIPT        PIC S9(04) COMP.
002010     05  PRP-FOUND-SW                PIC X(01).
002020         88  PRP-ENTRY-FOUND                   VALUE 'Y'.
002030
002040 01  PROPOSAL-TABLE.
002050     05  PRP-ENTRY                   OCCURS 50 TIMES.
002060         10  PRP-CARD                PIC X(80).
002070         10  PRP-RESULT              PIC X(01).
002080             88  PRP-ANALYZED                  VALUE 'Y'.
002090             88  PRP-LISTED-ONLY               VALUE 'L'.
002100             88  PRP-NOT-ANALYZED              VALUE 'N'.
002110         10  PRP-MESSAGE             PIC X(40).
002120         10  PRP-ACTION              PIC X(01).
002130             88  PRP-CLOSE                     VALUE 'C'.
002140             88  PRP-MERGE                     VALUE 'M'.
002150         10  PRP-FUND-NUMBER         PIC 9(03).
002160         10  PRP-SUCCESSOR           PIC 9(03).
002170         10  PRP-RECORD-HIT-SW       PIC X(01).
002180             88  PRP-RECORD-HIT                VALUE 'Y'.
002190         10  PRP-POLICY-COUNT        PIC S9(09) COMP-3.
002200         10  PRP-AREA-COUNT          PIC S9(09) COMP-3.
002210         10  PRP-BALANCE             PIC S9(13)V99 COMP-3.
002220         10  PRP-OVER-MAX-COUNT      PIC S9(09) COMP-3.
002230
002240**************************************************************
002250*  SCAN-CONTROLS - THE SHAPE OF THE FILE IN HAND, TAKEN FROM    *
002260*    THE COMPILED CONSTANTS FOR ITS TRANSACTION TYPE, AND THE   *
002270*    KEY FIELDS AND NEW MAX-FUNDS OF THE RECORD IN HAND.  THE   *
002280*    SLOT LIMIT IS THE OLD CEILING PLUS THE DEFAULT-FUND        *
002285*    TRAILER SLOT.  THE PREVIOUS POLICY ID TELLS WHEN A NEW     *
002290*    POLICY STARTS, SO A POLICY IS COUNTED ONCE HOWEVER MANY    *
002295*    RECORDS IT HAS.                                            *
002300**************************************************************
002310 01  SCAN-CONTROLS.
002320     05  SCN-TRX-TYPE                PIC X(04).
002330     05  SCN-OLD-MAX-FUNDS           PIC S9(04) COMP.
002340     05  SCN-NEW-MAX-FUNDS           PIC S9(04) COMP.
002350     05  SCN-SLOT-LIMIT              PIC S9(04) COMP.
002360     05  SCN-DEFAULT-FUND            PIC 9(03).
002370     05  SCN-POLICY-ID               PIC X(10).
002375     05  SCN-PREVIOUS-POLICY-ID      PIC X(10).
002380     05  SCN-PLAN-CODE               PIC X(04).
002390     05  SCN-RECORD-NUMBER           PIC X(09).
002400     05  SCN-IN-EFFECT-MAX           PIC S9(04) COMP.
002410     05  SCN-PMF-SUBSCRIPT           PIC S9(04) COMP.
002420     05  SCN-AREA                    PIC S9(04) COMP.
002430     05  SCN-AREA-CODE               PIC X(01).
002440     05  SCN-OCCURRENCE              PIC S9(04) COMP.
002450     05  SCN-SLOT                    PIC S9(04) COMP.
002460     05  SCN-OTHER-SLOT              PIC S9(04) COMP.
002470     05  SCN-BEFORE-COUNT            PIC S9(04) COMP.
002480     05  SCN-AFTER-COUNT             PIC S9(04) COMP.
002490     05  SCN-POLICY-HIT-SW           PIC X(01).
002500         88  SCN-POLICY-HIT                    VALUE 'Y'.
002510     05  SCN-AREA-HIT-SW             PIC X(01).
002520         88  SCN-AREA-HIT                      VALUE 'Y'.
002530     05  SCN-DUPLICATE-SW            PIC X(01).
002540         88  SCN-DUPLICATE                     VALUE 'Y'.
002550     05  SCN-SUCCESSOR-HELD-SW       PIC X(01).
002560         88  SCN-SUCCESSOR-HELD                VALUE 'Y'.
002570
002580**************************************************************
002590*  AREA-WORK - ONE BALANCE AREA OF THE RECORD IN HAND, MOVED    *
002600*    IN AS IN THE CONVERSION ENGINES.  AN AN AREA FILLS THE     *
002610*    FIRST 10 SLOTS AND THE REST ARE LEFT AS SPACES.  EACH      *
002620*    ACTIVE SLOT CARRIES THE PROPOSAL FOR ITS FUND (ZERO IF     *
002630*    NONE) AND THE FUND IT WOULD BE CARRIED UNDER ONCE THE      *
002640*    PROPOSED MERGES ARE ON THE MASTER.                         *
002650**************************************************************
002660 01  AREA-WORK.
002670     05  AW-FUND-INFO-ARRAY.
002680         10  AW-FUND-INFORMATION     OCCURS 13 TIMES.
002690             15  AW-FUND-NUMBER      PIC 9(03).
002700             15  AW-FUND-BALANCE     PIC S9(09)V99 COMP-3.
002710     05  AW-SLOT-STATE               OCCURS 13 TIMES.
002720         10  AW-ACTIVE-SW            PIC X(01).
002730             88  AW-FUND-ACTIVE                VALUE 'Y'.
002740         10  AW-PROPOSAL-SUB         PIC S9(04) COMP.
002750         10  AW-MAPPED-FUND          PIC 9(03).
002760
002770**************************************************************
002780*  PLAN-IMPACT-TABLE - TOTALS BY FILE, PLAN CODE AND PROPOSED   *
002790*    FUND, IN FIRST-SEEN ORDER.                                 *
002800**************************************************************
002810 01  PLAN-IMPACT-CONTROLS.
002820     05  PIT-MAX-ENTRIES             PIC S9(04) COMP VALUE +500.
002830     05  PIT-ENTRY-COUNT             PIC S9(04) COMP VALUE ZERO.
002840     05  PIT-SUBSCRIPT               PIC S9(04) COMP.
002850     05  PIT-FOUND-SW                PIC X(01).
002860         88  PIT-ENTRY-FOUND                   VALUE 'Y'.
002870
002880 01  PLAN-IMPACT-TABLE.
002890     05  PIT-ENTRY                   OCCURS 500 TIMES.
002900         10  PIT-FILE-TYPE           PIC X(02).
002910         10  PIT-PLAN-CODE           PIC X(04).
002920         10  PIT-IN-EFFECT-MAX       PIC S9(04) COMP.
002930         10  PIT-PROPOSAL-SUB        PIC S9(04) COMP.
002940         10  PIT-POLICY-COUNT        PIC S9(09) COMP-3.
002950         10  PIT-AREA-COUNT          PIC S9(09) COMP-3.
002960         10  PIT-BALANCE             PIC S9(13)V99 COMP-3.
002970         10  PIT-OVER-MAX-COUNT      PIC S9(09) COMP-3.
002980
002990**************************************************************
003000*  OVER-MAX-TABLE - THE MERGE HOLDINGS WHOSE NEW SUCCESSOR      *
003010*    TAKES THE AREA PAST ITS PLAN'S NEW MAX-FUNDS, KEPT FOR     *
003020*    THE LIST AT THE FOOT OF THE REPORT.  PAST THE TABLE SIZE   *
003030*    THEY ARE STILL FLAGGED IN THE DETAIL AND COUNTED.          *
003040**************************************************************
003050 01  OVER-MAX-CONTROLS.
003060     05  OMT-MAX-ENTRIES             PIC S9(04) COMP VALUE +1000.
003070     05  OMT-ENTRY-COUNT             PIC S9(04) COMP VALUE ZERO.
003080     05  OMT-SUBSCRIPT               PIC S9(04) COMP.
003090
003100 01  OVER-MAX-TABLE.
003110     05  OMT-ENTRY                   OCCURS 1000 TIMES.
003120         10  OMT-DETAIL-LINE         PIC X(132).
003130
003140 01  REPORT-TITLE-LINE.
003150     05  FILLER                      PIC X(09)  VALUE
003160         'FCRXFCI  '.
003170     05  FILLER                      PIC X(50)  VALUE
003180         'FUND CLOSURE AND MERGE IMPACT ANALYSIS'.
003190     05  FILLER                      PIC X(11)  VALUE
003200         'RUN ON     '.
003210     05  RTL-RUN-DATE                PIC 9(08).
003220     05  FILLER                      PIC X(01)  VALUE SPACE.
003230     05  RTL-RUN-TIME                PIC 9(08).
003240     05  FILLER                      PIC X(45)  VALUE SPACES.
003250
003260 01  PROPOSAL-HEADING.
003270     05  FILLER                      PIC X(04)  VALUE 'CD'.
003280     05  FILLER                      PIC X(06)  VALUE 'FUND'.
003290     05  FILLER                      PIC X(06)  VALUE 'SUCC'.
003300     05  FILLER                      PIC X(10)  VALUE 'OPERATOR'.
003310     05  FILLER                      PIC X(14)  VALUE 'RESULT'.
003320     05  FILLER                      PIC X(92)  VALUE 'MESSAGE'.
003330
003340 01  PROPOSAL-LINE.
003350     05  PPL-TRANS-CODE              PIC X(01).
003360     05  FILLER                      PIC X(03)  VALUE SPACES.
003370     05  PPL-FUND-NUMBER             PIC X(03).
003380     05  FILLER                      PIC X(03)  VALUE SPACES.
003390     05  PPL-SUCCESSOR-FUND          PIC X(03).
003400     05  FILLER                      PIC X(03)  VALUE SPACES.
003410     05  PPL-OPERATOR-ID             PIC X(08).
003420     05  FILLER                      PIC X(02)  VALUE SPACES.
003430     05  PPL-RESULT                  PIC X(12).
003440     05  FILLER                      PIC X(02)  VALUE SPACES.
003450     05  PPL-MESSAGE                 PIC X(40).
003460     05  FILLER                      PIC X(52)  VALUE SPACES.
003470
003480 01  FILE-HEADING-LINE.
003490     05  FILLER                      PIC X(16)  VALUE
003500         'STATEMENT FILE  '.
003510     05  FHL-DD-NAME                 PIC X(08).
003520     05  FILLER                      PIC X(02)  VALUE SPACES.
003530     05  FHL-FILE-TYPE               PIC X(02).
003540     05  FILLER                      PIC X(02)  VALUE SPACES.
003550     05  FHL-TEXT                    PIC X(40).
003560     05  FILLER                      PIC X(62)  VALUE SPACES.
003570
003580 01  DETAIL-HEADING.
003590     05  FILLER                      PIC X(04)  VALUE 'FT'.
003600     05  FILLER                      PIC X(12)  VALUE
003610         'POLICY ID'.
003620     05  FILLER                      PIC X(06)  VALUE 'PLAN'.
003630     05  FILLER                      PIC X(11)  VALUE
003640         'RECORD NO'.
003650     05  FILLER                      PIC X(03)  VALUE 'A'.
003660     05  FILLER                      PIC X(04)  VALUE 'OC'.
003670     05  FILLER                      PIC X(04)  VALUE 'SL'.
003680     05  FILLER                      PIC X(05)  VALUE 'FUND'.
003690     05  FILLER                      PIC X(07)  VALUE 'ACTION'.
003700     05  FILLER                      PIC X(05)  VALUE 'SUC'.
003710     05  FILLER                      PIC X(17)  VALUE
003720         '        BALANCE  '.
003730     05  FILLER                      PIC X(54)  VALUE 'NOTE'.
003740
003750 01  DETAIL-LINE.
003760     05  DTL-FILE-TYPE               PIC X(02).
003770     05  FILLER                      PIC X(02)  VALUE SPACES.
003780     05  DTL-POLICY-ID               PIC X(10).
003790     05  FILLER                      PIC X(02)  VALUE SPACES.
003800     05  DTL-PLAN-CODE               PIC X(04).
003810     05  FILLER                      PIC X(02)  VALUE SPACES.
003820     05  DTL-RECORD-NUMBER           PIC X(09).
003830     05  FILLER                      PIC X(02)  VALUE SPACES.
003840     05  DTL-AREA-CODE               PIC X(01).
003850     05  FILLER                      PIC X(02)  VALUE SPACES.
003860     05  DTL-OCCURRENCE              PIC 9(02).
003870     05  FILLER                      PIC X(02)  VALUE SPACES.
003880     05  DTL-SLOT                    PIC 9(02).
003890     05  FILLER                      PIC X(02)  VALUE SPACES.
003900     05  DTL-FUND-NUMBER             PIC 9(03).
003910     05  FILLER                      PIC X(02)  VALUE SPACES.
003920     05  DTL-ACTION                  PIC X(05).
003930     05  FILLER                      PIC X(02)  VALUE SPACES.
003940     05  DTL-SUCCESSOR               PIC X(03).
003950     05  FILLER                      PIC X(02)  VALUE SPACES.
003960     05  DTL-BALANCE                 PIC ZZZ,ZZZ,ZZ9.99-.
003970     05  FILLER                      PIC X(02)  VALUE SPACES.
003980     05  DTL-NOTE                    PIC X(54).
003990     05  DTL-MERGE-NOTE              REDEFINES DTL-NOTE.
004000         10  DMN-TEXT                PIC X(22).
004010         10  DMN-BEFORE-COUNT        PIC Z9.
004020         10  DMN-TO                  PIC X(04).
004030         10  DMN-AFTER-COUNT         PIC Z9.
004040         10  DMN-MAX-TEXT            PIC X(05).
004050         10  DMN-IN-EFFECT-MAX       PIC Z9.
004060         10  FILLER                  PIC X(02).
004070         10  DMN-FLAG                PIC X(15).
004080
004090 01  FUND-SUMMARY-HEADING.
004100     05  FILLER                      PIC X(06)  VALUE 'FUND'.
004110     05  FILLER                      PIC X(08)  VALUE 'ACTION'.
004120     05  FILLER                      PIC X(05)  VALUE 'SUCC'.
004130     05  FILLER                      PIC X(13)  VALUE
004140         '   POLICIES'.
004150     05  FILLER                      PIC X(13)  VALUE
004160         '      AREAS'.
004170     05  FILLER                      PIC X(24)  VALUE
004180         '               BALANCE'.
004190     05  FILLER                      PIC X(11)  VALUE
004200         '   OVER MAX'.
004210     05  FILLER                      PIC X(52)  VALUE SPACES.
004220
004230 01  FUND-SUMMARY-LINE.
004240     05  FSL-FUND-NUMBER             PIC 9(03).
004250     05  FILLER                      PIC X(03)  VALUE SPACES.
004260     05  FSL-ACTION                  PIC X(05).
004270     05  FILLER                      PIC X(03)  VALUE SPACES.
004280     05  FSL-SUCCESSOR               PIC X(03).
004290     05  FILLER                      PIC X(02)  VALUE SPACES.
004300     05  FSL-POLICY-COUNT            PIC ZZZ,ZZZ,ZZ9.
004310     05  FILLER                      PIC X(02)  VALUE SPACES.
004320     05  FSL-AREA-COUNT              PIC ZZZ,ZZZ,ZZ9.
004330     05  FILLER                      PIC X(02)  VALUE SPACES.
004340     05  FSL-BALANCE                 PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
004350     05  FILLER                      PIC X(02)  VALUE SPACES.
004360     05  FSL-OVER-MAX-COUNT          PIC ZZZ,ZZZ,ZZ9.
004370     05  FILLER                      PIC X(52)  VALUE SPACES.
004380
004390 01  PLAN-SUMMARY-HEADING.
004400     05  FILLER                      PIC X(04)  VALUE 'FT'.
004410     05  FILLER                      PIC X(06)  VALUE 'PLAN'.
004420     05  FILLER                      PIC X(04)  VALUE 'MAX'.
004430     05  FILLER                      PIC X(05)  VALUE 'FUND'.
004440     05  FILLER                      PIC X(07)  VALUE 'ACTION'.
004450     05  FILLER                      PIC X(13)  VALUE
004460         '   POLICIES'.
004470     05  FILLER                      PIC X(13)  VALUE
004480         '      AREAS'.
004490     05  FILLER                      PIC X(24)  VALUE
004500         '               BALANCE'.
004510     05  FILLER                      PIC X(11)  VALUE
004520         '   OVER MAX'.
004530     05  FILLER                      PIC X(45)  VALUE SPACES.
004540
004550 01  PLAN-SUMMARY-LINE.
004560     05  PSL-FILE-TYPE               PIC X(02).
004570     05  FILLER                      PIC X(02)  VALUE SPACES.
004580     05  PSL-PLAN-CODE               PIC X(04).
004590     05  FILLER                      PIC X(02)  VALUE SPACES.
004600     05  PSL-IN-EFFECT-MAX           PIC Z9.
004610     05  FILLER                      PIC X(02)  VALUE SPACES.
004620     05  PSL-FUND-NUMBER             PIC 9(03).
004630     05  FILLER                      PIC X(02)  VALUE SPACES.
004640     05  PSL-ACTION                  PIC X(05).
004650     05  FILLER                      PIC X(02)  VALUE SPACES.
004660     05  PSL-POLICY-COUNT            PIC ZZZ,ZZZ,ZZ9.
004670     05  FILLER                      PIC X(02)  VALUE SPACES.
004680     05  PSL-AREA-COUNT              PIC ZZZ,ZZZ,ZZ9.
004690     05  FILLER                      PIC X(02)  VALUE SPACES.
004700     05  PSL-BALANCE                 PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
004710     05  FILLER                      PIC X(02)  VALUE SPACES.
004720     05  PSL-OVER-MAX-COUNT          PIC ZZZ,ZZZ,ZZ9.
004730     05  FILLER                      PIC X(45)  VALUE SPACES.
004740
004750 01  IMPACT-TOTAL-LINE.
004760     05  ITL-LABEL                   PIC X(40).
004770     05  ITL-VALUE                   PIC ZZZ,ZZZ,ZZ9.
004780     05  FILLER                      PIC X(81)  VALUE SPACES.
004790
004800 01  FILLER                          PIC X(48)  VALUE
004810     'XXXX FCRXFCI  WORKING STORAGE ENDS HERE XXXX'.
004820     EJECT
004830 PROCEDURE DIVISION.
004840
004850 000000-MAINLINE.
004860
004870     PERFORM 100000-INITIALIZATION     THRU 100000-EXIT.
004880
004890     PERFORM 200000-SCAN-AN-FILE       THRU 200000-EXIT.
004900
004910     PERFORM 300000-SCAN-VL-FILE       THRU 300000-EXIT.
004920
004930     PERFORM 700000-PRINT-SUMMARIES    THRU 700000-EXIT.
004940
004950     PERFORM 800000-TERMINATION        THRU 800000-EXIT.
004960
004970 000000-EXIT.
004980     GOBACK.
004990
005000**************************************************************
005010*  100000-INITIALIZATION - OPENS THE REPORT, LOADS AND EDITS    *
005020*    THE PROPOSED CHANGES AND LISTS THEM.                       *
005030**************************************************************
005040 100000-INITIALIZATION.
005050
005060     OPEN OUTPUT IMPACT-REPORT-FILE.
005070     IF NOT FCRFCIR-STATUS-OK
005080         MOVE 'FCRFCIR' TO FEC-FILE-ID
005090         MOVE FCRFCIR-STATUS TO FEC-FILE-STATUS
005100         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
005110     END-IF.
005120
005130     ACCEPT RUN-DATE                 IN WORK-AREAS
005140         FROM DATE YYYYMMDD.
005150     ACCEPT RUN-TIME                 IN WORK-AREAS
005160         FROM TIME.
005170
005180     MOVE RUN-DATE                   IN WORK-AREAS
005190       TO RTL-RUN-DATE               IN REPORT-TITLE-LINE.
005200     MOVE RUN-TIME                   IN WORK-AREAS
005210       TO RTL-RUN-TIME               IN REPORT-TITLE-LINE.
005220     MOVE REPORT-TITLE-LINE          TO IMPACT-REPORT-LINE.
005230     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
005240     MOVE SPACES                     TO IMPACT-REPORT-LINE.
005250     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
005260
005270     OPEN INPUT MAINTENANCE-TRANS-FILE.
005280     IF NOT FCRFMTX-STATUS-OK
005290         MOVE 'FCRFMTX' TO FEC-FILE-ID
005300         MOVE FCRFMTX-STATUS TO FEC-FILE-STATUS
005310         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
005320     END-IF.
005330
005340     PERFORM 110000-LOAD-ONE-CARD    THRU 110000-EXIT
005350       UNTIL CARD-EOF                IN WORK-AREAS.
005360
005370     CLOSE MAINTENANCE-TRANS-FILE.
005380
005390     MOVE 1 TO PRP-SUBSCRIPT         IN PROPOSAL-CONTROLS.
005400     PERFORM 130000-CHECK-ONE-MERGE  THRU 130000-EXIT
005410       UNTIL PRP-SUBSCRIPT           IN PROPOSAL-CONTROLS
005420             GREATER THAN
005430             PRP-ENTRY-COUNT         IN PROPOSAL-CONTROLS.
005440
005450     MOVE 'PROPOSED FUND MASTER CHANGES (FCRFMTX)'
005460       TO IMPACT-REPORT-LINE.
005470     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
005480     MOVE SPACES                     TO IMPACT-REPORT-LINE.
005490     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
005500     MOVE PROPOSAL-HEADING           TO IMPACT-REPORT-LINE.
005510     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
005520
005530     MOVE 1 TO PRP-SUBSCRIPT         IN PROPOSAL-CONTROLS.
005540     PERFORM 140000-PRINT-ONE-PROPOSAL THRU 140000-EXIT
005550       UNTIL PRP-SUBSCRIPT           IN PROPOSAL-CONTROLS
005560             GREATER THAN
005570             PRP-ENTRY-COUNT         IN PROPOSAL-CONTROLS.
005580
005590     IF CARDS-ANALYZED-CTR           IN WORK-AREAS
005600       EQUAL ZERO
005610         DISPLAY 'FCRXFCI - NO CLOSE OR MERGE CARD TO ANALYZE '
005620                 '- SEE FCRFCIR'
005630         MOVE 8 TO RETURN-CODE
005640         CLOSE IMPACT-REPORT-FILE
005650         STOP RUN
005660     END-IF.
005670
005680 100000-EXIT.
005690     EXIT.
005700
005710**************************************************************
005720*  110000-LOAD-ONE-CARD - READS ONE MAINTENANCE CARD INTO THE   *
005730*    PROPOSAL TABLE AND EDITS IT.  '*' AND BLANK CARDS ARE      *
005740*    SKIPPED.                                                   *
005750**************************************************************
005760 110000-LOAD-ONE-CARD.
005770
005780     READ MAINTENANCE-TRANS-FILE.
005790
005800     IF FCRFMTX-STATUS-EOF
005810         SET CARD-EOF                IN WORK-AREAS TO TRUE
005820         GO TO 110000-EXIT
005830     END-IF.
005840
005850     IF NOT FCRFMTX-STATUS-OK
005860         MOVE 'FCRFMTX' TO FEC-FILE-ID
005870         MOVE FCRFMTX-STATUS TO FEC-FILE-STATUS
005880         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
005890     END-IF.
005900
005910     IF MAINTENANCE-TRANS-RECORD (1 : 1) EQUAL '*'
005920       OR MAINTENANCE-TRANS-RECORD EQUAL SPACES
005930         GO TO 110000-EXIT
005940     END-IF.
005950
005960     IF PRP-ENTRY-COUNT              IN PROPOSAL-CONTROLS
005970       NOT LESS THAN
005980        PRP-MAX-ENTRIES              IN PROPOSAL-CONTROLS
005985         DISPLAY 'FCRXFCI - MORE THAN '
005990                 PRP-MAX-ENTRIES IN PROPOSAL-CONTROLS
006000                 ' MAINTENANCE CARDS - SPLIT THE PROPOSAL'
006010         MOVE 16 TO RETURN-CODE
006020         STOP RUN
006030     END-IF.
006040
006050     ADD 1 TO CARDS-READ-CTR         IN WORK-AREAS.
006060     ADD 1 TO PRP-ENTRY-COUNT        IN PROPOSAL-CONTROLS.
006070     MOVE PRP-ENTRY-COUNT            IN PROPOSAL-CONTROLS
006080       TO PRP-SUBSCRIPT              IN PROPOSAL-CONTROLS.
006090
006100     INITIALIZE PRP-ENTRY            IN PROPOSAL-TABLE
006110                                     (PRP-SUBSCRIPT
006120                                  IN PROPOSAL-CONTROLS).
006130     MOVE MAINTENANCE-TRANS-RECORD
006140       TO PRP-CARD                   IN PROPOSAL-TABLE
006150                                     (PRP-SUBSCRIPT
006160                                  IN PROPOSAL-CONTROLS)
006170          MAINTENANCE-CARD-WORK.
006180     SET PRP-NOT-ANALYZED            IN PROPOSAL-TABLE
006190                                     (PRP-SUBSCRIPT
006200                                  IN PROPOSAL-CONTROLS)
006210       TO TRUE.
006220
006230     PERFORM 120000-EDIT-CARD        THRU 120000-EXIT.
006240
006250 110000-EXIT.
006260     EXIT.
006270
006280**************************************************************
006290*  120000-EDIT-CARD - ADD AND REOPEN CARDS ARE LISTED ONLY.  A  *
006300*    CLOSE OR MERGE CARD IS ANALYZED WHEN ITS FUND NUMBERS ARE  *
006310*    GOOD AND ITS FUND IS NOT ON AN EARLIER CARD.               *
006320**************************************************************
006330 120000-EDIT-CARD.
006340
006350     IF FFT-ADD-FUND                 IN MAINTENANCE-CARD-WORK
006360       OR FFT-REOPEN-FUND            IN MAINTENANCE-CARD-WORK
006370         SET PRP-LISTED-ONLY         IN PROPOSAL-TABLE
006380                                     (PRP-SUBSCRIPT
006390                                  IN PROPOSAL-CONTROLS)
006400           TO TRUE
006410         MOVE 'NOT A CLOSE OR MERGE - LISTED ONLY'
006420           TO PRP-MESSAGE            IN PROPOSAL-TABLE
006430                                     (PRP-SUBSCRIPT
006440                                  IN PROPOSAL-CONTROLS)
006450         ADD 1 TO CARDS-LISTED-ONLY-CTR IN WORK-AREAS
006460         GO TO 120000-EXIT
006470     END-IF.
006480
006490     IF NOT FFT-CLOSE-FUND           IN MAINTENANCE-CARD-WORK
006500       AND NOT FFT-MERGE-FUND        IN MAINTENANCE-CARD-WORK
006510         MOVE 'TRANSACTION CODE MUST BE A, C, M OR R'
006520           TO PRP-MESSAGE            IN PROPOSAL-TABLE
006530                                     (PRP-SUBSCRIPT
006540                                  IN PROPOSAL-CONTROLS)
006550         GO TO 120000-EXIT
006560     END-IF.
006570
006580     IF FFT-FUND-NUMBER              IN MAINTENANCE-CARD-WORK
006590       NOT NUMERIC
006600       OR FFT-FUND-NUMBER            IN MAINTENANCE-CARD-WORK
006610          EQUAL '000'
006620         MOVE 'FUND NUMBER MUST BE 001-998'
006630           TO PRP-MESSAGE            IN PROPOSAL-TABLE
006640                                     (PRP-SUBSCRIPT
006650                                  IN PROPOSAL-CONTROLS)
006660         GO TO 120000-EXIT
006670     END-IF.
006680
006690     IF FFT-FUND-NUMBER              IN MAINTENANCE-CARD-WORK
006700       EQUAL '999'
006710         MOVE 'FUND 999 CANNOT BE CHANGED'
006720           TO PRP-MESSAGE            IN PROPOSAL-TABLE
006730                                     (PRP-SUBSCRIPT
006740                                  IN PROPOSAL-CONTROLS)
006750         GO TO 120000-EXIT
006760     END-IF.
006770
006780     IF FFT-MERGE-FUND               IN MAINTENANCE-CARD-WORK
006790         IF FFT-SUCCESSOR-FUND       IN MAINTENANCE-CARD-WORK
006800           NOT NUMERIC
006810           OR FFT-SUCCESSOR-FUND     IN MAINTENANCE-CARD-WORK
006820              EQUAL '000'
006822             MOVE 'SUCCESSOR FUND MUST BE 001-998'
006824               TO PRP-MESSAGE        IN PROPOSAL-TABLE
006826                                     (PRP-SUBSCRIPT
006828                                  IN PROPOSAL-CONTROLS)
006830             GO TO 120000-EXIT
006832         END-IF
006834         IF FFT-SUCCESSOR-FUND       IN MAINTENANCE-CARD-WORK
006836           EQUAL '999'
006838             MOVE 'RESIDUAL FUND MAY NOT BE A SUCCESSOR'
006840               TO PRP-MESSAGE        IN PROPOSAL-TABLE
006850                                     (PRP-SUBSCRIPT
006860                                  IN PROPOSAL-CONTROLS)
006870             GO TO 120000-EXIT
006880         END-IF
006890         IF FFT-SUCCESSOR-FUND       IN MAINTENANCE-CARD-WORK
006900           EQUAL FFT-FUND-NUMBER     IN MAINTENANCE-CARD-WORK
006910             MOVE 'FUND CANNOT BE MERGED INTO ITSELF'
006920               TO PRP-MESSAGE        IN PROPOSAL-TABLE
006930                                     (PRP-SUBSCRIPT
006940                                  IN PROPOSAL-CONTROLS)
006950             GO TO 120000-EXIT
006960         END-IF
006970     END-IF.
006980
006990     MOVE FFT-FUND-NUMBER            IN MAINTENANCE-CARD-WORK
007000       TO PRP-FUND-NUMBER            IN PROPOSAL-TABLE
007010                                     (PRP-SUBSCRIPT
007020                                  IN PROPOSAL-CONTROLS).
007030
007040     PERFORM 125000-FIND-FUND-PROPOSAL THRU 125000-EXIT.
007050
007060     IF PRP-ENTRY-FOUND              IN PROPOSAL-CONTROLS
007070         MOVE 'FUND IS ALREADY ON AN EARLIER CARD'
007080           TO PRP-MESSAGE            IN PROPOSAL-TABLE
007090                                     (PRP-SUBSCRIPT
007100                                  IN PROPOSAL-CONTROLS)
007110         GO TO 120000-EXIT
007120     END-IF.
007130
007140     MOVE FFT-TRANS-CODE             IN MAINTENANCE-CARD-WORK
007150       TO PRP-ACTION                 IN PROPOSAL-TABLE
007160                                     (PRP-SUBSCRIPT
007170                                  IN PROPOSAL-CONTROLS).
007180     IF FFT-MERGE-FUND               IN MAINTENANCE-CARD-WORK
007190         MOVE FFT-SUCCESSOR-FUND     IN MAINTENANCE-CARD-WORK
007200           TO PRP-SUCCESSOR          IN PROPOSAL-TABLE
007210                                     (PRP-SUBSCRIPT
007220                                  IN PROPOSAL-CONTROLS)
007230     END-IF.
007240     SET PRP-ANALYZED                IN PROPOSAL-TABLE
007250                                     (PRP-SUBSCRIPT
007260                                  IN PROPOSAL-CONTROLS)
007270       TO TRUE.
007280
007290 120000-EXIT.
007300     EXIT.
007310
007320**************************************************************
007330*  125000-FIND-FUND-PROPOSAL - AN ANALYZED CARD AHEAD OF THE    *
007340*    ONE IN HAND FOR THE FUND IN PRP-FUND-NUMBER OF THE CARD    *
007350*    IN HAND.  PRP-SEARCH-SUBSCRIPT IS LEFT ON IT.              *
007360**************************************************************
007370 125000-FIND-FUND-PROPOSAL.
007380
007390     MOVE SPACE
007400       TO PRP-FOUND-SW               IN PROPOSAL-CONTROLS.
007410     MOVE 1 TO PRP-SEARCH-SUBSCRIPT  IN PROPOSAL-CONTROLS.
007420
007430     PERFORM 126000-TEST-ONE-PROPOSAL THRU 126000-EXIT
007440       UNTIL PRP-ENTRY-FOUND         IN PROPOSAL-CONTROLS
007450          OR PRP-SEARCH-SUBSCRIPT    IN PROPOSAL-CONTROLS
007460             NOT LESS THAN
007470             PRP-SUBSCRIPT           IN PROPOSAL-CONTROLS.
007480
007490 125000-EXIT.
007500     EXIT.
007510
007520 126000-TEST-ONE-PROPOSAL.
007530
007540     IF PRP-ANALYZED                 IN PROPOSAL-TABLE
007550                                     (PRP-SEARCH-SUBSCRIPT
007560                                  IN PROPOSAL-CONTROLS)
007570       AND PRP-FUND-NUMBER           IN PROPOSAL-TABLE
007580                                     (PRP-SEARCH-SUBSCRIPT
007590                                  IN PROPOSAL-CONTROLS)
007600           EQUAL PRP-FUND-NUMBER     IN PROPOSAL-TABLE
007610                                     (PRP-SUBSCRIPT
007620                                  IN PROPOSAL-CONTROLS)
007630         SET PRP-ENTRY-FOUND         IN PROPOSAL-CONTROLS
007640           TO TRUE
007650         GO TO 126000-EXIT
007660     END-IF.
007670
007680     ADD 1 TO PRP-SEARCH-SUBSCRIPT   IN PROPOSAL-CONTROLS.
007690
007700 126000-EXIT.
007710     EXIT.
007720
007730**************************************************************
007740*  130000-CHECK-ONE-MERGE - A MERGE INTO A FUND THAT ANOTHER    *
007750*    CARD CLOSES OR MERGES WOULD BE A CHAIN, WHICH FCRXFMM      *
007760*    REFUSES; THE MERGE IS NOT ANALYZED.                        *
007770**************************************************************
007780 130000-CHECK-ONE-MERGE.
007790
007800     IF NOT PRP-ANALYZED             IN PROPOSAL-TABLE
007810                                     (PRP-SUBSCRIPT
007820                                  IN PROPOSAL-CONTROLS)
007830       OR NOT PRP-MERGE              IN PROPOSAL-TABLE
007840                                     (PRP-SUBSCRIPT
007850                                  IN PROPOSAL-CONTROLS)
007860         GO TO 130000-NEXT
007870     END-IF.
007880
007890     MOVE SPACE
007900       TO PRP-FOUND-SW               IN PROPOSAL-CONTROLS.
007910     MOVE 1 TO PRP-SEARCH-SUBSCRIPT  IN PROPOSAL-CONTROLS.
007920
007930     PERFORM 131000-TEST-ONE-SUCCESSOR THRU 131000-EXIT
007940       UNTIL PRP-ENTRY-FOUND         IN PROPOSAL-CONTROLS
007950          OR PRP-SEARCH-SUBSCRIPT    IN PROPOSAL-CONTROLS
007960             GREATER THAN
007970             PRP-ENTRY-COUNT         IN PROPOSAL-CONTROLS.
007980
007990     IF PRP-ENTRY-FOUND              IN PROPOSAL-CONTROLS
008000         SET PRP-NOT-ANALYZED        IN PROPOSAL-TABLE
008010                                     (PRP-SUBSCRIPT
008020                                  IN PROPOSAL-CONTROLS)
008030           TO TRUE
008040         MOVE 'SUCCESSOR IS ALSO BEING CLOSED OR MERGED'
008050           TO PRP-MESSAGE            IN PROPOSAL-TABLE
008060                                     (PRP-SUBSCRIPT
008070                                  IN PROPOSAL-CONTROLS)
008080     END-IF.
008090
008100 130000-NEXT.
008110     ADD 1 TO PRP-SUBSCRIPT          IN PROPOSAL-CONTROLS.
008120
008130 130000-EXIT.
008140     EXIT.
008150
008160 131000-TEST-ONE-SUCCESSOR.
008170
008180     IF PRP-FUND-NUMBER              IN PROPOSAL-TABLE
008190                                     (PRP-SEARCH-SUBSCRIPT
008200                                  IN PROPOSAL-CONTROLS)
008210       EQUAL PRP-SUCCESSOR           IN PROPOSAL-TABLE
008220                                     (PRP-SUBSCRIPT
008230                                  IN PROPOSAL-CONTROLS)
008240       AND (PRP-ANALYZED             IN PROPOSAL-TABLE
008250                                     (PRP-SEARCH-SUBSCRIPT
008260                                  IN PROPOSAL-CONTROLS)
008270         OR PRP-MESSAGE              IN PROPOSAL-TABLE
008280                                     (PRP-SEARCH-SUBSCRIPT
008290                                  IN PROPOSAL-CONTROLS)
008300            EQUAL 'SUCCESSOR IS ALSO BEING CLOSED OR MERGED')
008310         SET PRP-ENTRY-FOUND         IN PROPOSAL-CONTROLS
008320           TO TRUE
008330         GO TO 131000-EXIT
008340     END-IF.
008350
008360     ADD 1 TO PRP-SEARCH-SUBSCRIPT   IN PROPOSAL-CONTROLS.
008370
008380 131000-EXIT.
008390     EXIT.
008400
008410 140000-PRINT-ONE-PROPOSAL.
008420
008430     MOVE PRP-CARD                   IN PROPOSAL-TABLE
008440                                     (PRP-SUBSCRIPT
008450                                  IN PROPOSAL-CONTROLS)
008460       TO MAINTENANCE-CARD-WORK.
008470
008480     MOVE SPACES                     TO PROPOSAL-LINE.
008490     MOVE FFT-TRANS-CODE             IN MAINTENANCE-CARD-WORK
008500       TO PPL-TRANS-CODE             IN PROPOSAL-LINE.
008510     MOVE FFT-FUND-NUMBER            IN MAINTENANCE-CARD-WORK
008520       TO PPL-FUND-NUMBER            IN PROPOSAL-LINE.
008530     MOVE FFT-SUCCESSOR-FUND         IN MAINTENANCE-CARD-WORK
008540       TO PPL-SUCCESSOR-FUND         IN PROPOSAL-LINE.
008550     MOVE FFT-OPERATOR-ID            IN MAINTENANCE-CARD-WORK
008560       TO PPL-OPERATOR-ID            IN PROPOSAL-LINE.
008570     MOVE PRP-MESSAGE                IN PROPOSAL-TABLE
008580                                     (PRP-SUBSCRIPT
008590                                  IN PROPOSAL-CONTROLS)
008600       TO PPL-MESSAGE                IN PROPOSAL-LINE.
008610
008620     EVALUATE TRUE
008630       WHEN PRP-ANALYZED             IN PROPOSAL-TABLE
008640                                     (PRP-SUBSCRIPT
008650                                  IN PROPOSAL-CONTROLS)
008660         MOVE 'ANALYZED'
008670           TO PPL-RESULT             IN PROPOSAL-LINE
008680         ADD 1 TO CARDS-ANALYZED-CTR IN WORK-AREAS
008690       WHEN PRP-LISTED-ONLY          IN PROPOSAL-TABLE
008700                                     (PRP-SUBSCRIPT
008710                                  IN PROPOSAL-CONTROLS)
008720         MOVE 'LISTED ONLY'
008730           TO PPL-RESULT             IN PROPOSAL-LINE
008740       WHEN OTHER
008750         MOVE 'NOT ANALYZED'
008760           TO PPL-RESULT             IN PROPOSAL-LINE
008770         ADD 1 TO CARDS-NOT-ANALYZED-CTR IN WORK-AREAS
008780     END-EVALUATE.
008790
008800     MOVE PROPOSAL-LINE              TO IMPACT-REPORT-LINE.
008810     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
008820
008830     ADD 1 TO PRP-SUBSCRIPT          IN PROPOSAL-CONTROLS.
008840
008850 140000-EXIT.
008860     EXIT.
008870
008880**************************************************************
008890*  200000-SCAN-AN-FILE - THE AN STATEMENT FILE, UNDER THE AN    *
008900*    COMPILED CONSTANTS AND PLAN TABLE.                         *
008910**************************************************************
008920 200000-SCAN-AN-FILE.
008930
008940     SET SCAN-AN-FILE                IN WORK-AREAS TO TRUE.
008945     MOVE 'AN  '
008950       TO SCN-TRX-TYPE               IN SCAN-CONTROLS.
008960     MOVE ANN-POLICY-MAX-FUNDS       IN AN-OLD-FUND-CONSTANTS
008970       TO SCN-OLD-MAX-FUNDS          IN SCAN-CONTROLS.
008980     MOVE ANN-POLICY-MAX-FUNDS       IN AN-NEW-FUND-CONSTANTS
008990       TO SCN-NEW-MAX-FUNDS          IN SCAN-CONTROLS.
009000     MOVE FUND-NUMBER-DEFAULT        IN AN-OLD-FUND-CONSTANTS
009005       TO SCN-DEFAULT-FUND           IN SCAN-CONTROLS.
009010     COMPUTE SCN-SLOT-LIMIT          IN SCAN-CONTROLS
009015       = SCN-OLD-MAX-FUNDS           IN SCAN-CONTROLS + 1.
009030
009040     MOVE SPACES TO FHL-TEXT         IN FILE-HEADING-LINE.
009050     MOVE 'FCROLDT'
009060       TO FHL-DD-NAME                IN FILE-HEADING-LINE.
009070     MOVE 'AN'
009080       TO FHL-FILE-TYPE              IN FILE-HEADING-LINE.
009090
009100     OPEN INPUT AN-TRX-FILE.
009110     IF FCROLDT-STATUS-NOT-FOUND
009120         MOVE 'NOT SUPPLIED - NOT SCANNED'
009130           TO FHL-TEXT               IN FILE-HEADING-LINE
009140         PERFORM 250000-PRINT-FILE-HEADING THRU 250000-EXIT
009150         GO TO 200000-EXIT
009160     END-IF.
009170     IF NOT FCROLDT-STATUS-OK
009180         MOVE 'FCROLDT' TO FEC-FILE-ID
009190         MOVE FCROLDT-STATUS TO FEC-FILE-STATUS
009200         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
009210     END-IF.
009220
009230     ADD 1 TO FILES-SCANNED-CTR      IN WORK-AREAS.
009240     MOVE 'HOLDINGS OF THE PROPOSED FUNDS'
009250       TO FHL-TEXT                   IN FILE-HEADING-LINE.
009260     PERFORM 250000-PRINT-FILE-HEADING THRU 250000-EXIT.
009270
009272     MOVE LOW-VALUES
009274       TO SCN-PREVIOUS-POLICY-ID     IN SCAN-CONTROLS.
009280     MOVE SPACE
009290       TO TRX-EOF-SW                 IN WORK-AREAS.
009300     PERFORM 210000-ANALYZE-ONE-RECORD THRU 210000-EXIT
009310       UNTIL TRX-EOF                 IN WORK-AREAS.
009320
009330     CLOSE AN-TRX-FILE.
009340
009350 200000-EXIT.
009360     EXIT.
009370
009380**************************************************************
009390*  210000-ANALYZE-ONE-RECORD - READS ONE RECORD FROM THE FILE   *
009400*    BEING SCANNED, SKIPS CONTROL RECORDS AND RECORDS OF THE    *
009410*    OTHER TYPE, AND LOOKS FOR THE PROPOSED FUNDS IN ALL SIX    *
009420*    BALANCE AREAS.                                             *
009430**************************************************************
009440 210000-ANALYZE-ONE-RECORD.
009450
009460     IF SCAN-AN-FILE                 IN WORK-AREAS
009470         READ AN-TRX-FILE
009480         IF FCROLDT-STATUS-EOF
009490             SET TRX-EOF             IN WORK-AREAS TO TRUE
009500             GO TO 210000-EXIT
009510         END-IF
009520         IF NOT FCROLDT-STATUS-OK
009530             MOVE 'FCROLDT' TO FEC-FILE-ID
009540             MOVE FCROLDT-STATUS TO FEC-FILE-STATUS
009550             PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
009560         END-IF
009570         ADD 1 TO AN-RECORDS-READ-CTR IN WORK-AREAS
009580         MOVE OLD-AN-TRX-REC (1 : LENGTH OF CONTROL-TYPE-WORK)
009590           TO CONTROL-TYPE-WORK
009600     ELSE
009610         READ VL-TRX-FILE
009620         IF FCRVOLD-STATUS-EOF
009630             SET TRX-EOF             IN WORK-AREAS TO TRUE
009640             GO TO 210000-EXIT
009650         END-IF
009660         IF NOT FCRVOLD-STATUS-OK
009670             MOVE 'FCRVOLD' TO FEC-FILE-ID
009680             MOVE FCRVOLD-STATUS TO FEC-FILE-STATUS
009690             PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
009700         END-IF
009710         ADD 1 TO VL-RECORDS-READ-CTR IN WORK-AREAS
009720         MOVE OLD-VL-TRX-REC (1 : LENGTH OF CONTROL-TYPE-WORK)
009730           TO CONTROL-TYPE-WORK
009740     END-IF.
009750
009760     IF FHT-HEADER-RECORD            IN CONTROL-TYPE-WORK
009770       OR FHT-TRAILER-RECORD         IN CONTROL-TYPE-WORK
009780         ADD 1 TO CONTROL-SKIPPED-CTR IN WORK-AREAS
009790         GO TO 210000-EXIT
009800     END-IF.
009810
009820     IF SCAN-AN-FILE                 IN WORK-AREAS
009830         IF TRX-TYPE-CODE            IN TRX-INFO
009840                                     IN OLD-AN-TRX-REC
009850           NOT EQUAL SCN-TRX-TYPE    IN SCAN-CONTROLS
009860             ADD 1 TO TYPE-SKIPPED-CTR IN WORK-AREAS
009870             GO TO 210000-EXIT
009880         END-IF
009890         MOVE TRX-POLICY-ID          IN TRX-INFO
009900                                     IN OLD-AN-TRX-REC
009910           TO SCN-POLICY-ID          IN SCAN-CONTROLS
009920         MOVE TRX-PLAN-CODE          IN TRX-INFO
009930                                     IN OLD-AN-TRX-REC
009940           TO SCN-PLAN-CODE          IN SCAN-CONTROLS
009950         MOVE TRX-RECORD-NUMBER      IN TRX-INFO
009960                                     IN OLD-AN-TRX-REC
009970           TO SCN-RECORD-NUMBER      IN SCAN-CONTROLS
009980     ELSE
009990         IF TRX-TYPE-CODE            IN TRX-INFO
010000                                     IN OLD-VL-TRX-REC
010010           NOT EQUAL SCN-TRX-TYPE    IN SCAN-CONTROLS
010020             ADD 1 TO TYPE-SKIPPED-CTR IN WORK-AREAS
010030             GO TO 210000-EXIT
010040         END-IF
010050         MOVE TRX-POLICY-ID          IN TRX-INFO
010060                                     IN OLD-VL-TRX-REC
010070           TO SCN-POLICY-ID          IN SCAN-CONTROLS
010080         MOVE TRX-PLAN-CODE          IN TRX-INFO
010090                                     IN OLD-VL-TRX-REC
010100           TO SCN-PLAN-CODE          IN SCAN-CONTROLS
010110         MOVE TRX-RECORD-NUMBER      IN TRX-INFO
010120                                     IN OLD-VL-TRX-REC
010130           TO SCN-RECORD-NUMBER      IN SCAN-CONTROLS
010140     END-IF.
010150
010160     PERFORM 220000-FIND-IN-EFFECT-MAX THRU 220000-EXIT.
010170
010172* THE FILE IS IN POLICY ORDER.  THE HITS ARE CLEARED ONLY WHEN
010174* A NEW POLICY STARTS, SO EACH POLICY IS COUNTED ONCE FOR EACH
010176* FUND IT HOLDS, HOWEVER MANY RECORDS IT HAS.
010178     IF SCN-POLICY-ID                IN SCAN-CONTROLS
010180       NOT EQUAL SCN-PREVIOUS-POLICY-ID IN SCAN-CONTROLS
010182         MOVE SCN-POLICY-ID          IN SCAN-CONTROLS
010184           TO SCN-PREVIOUS-POLICY-ID IN SCAN-CONTROLS
010186         MOVE SPACE
010188           TO SCN-POLICY-HIT-SW      IN SCAN-CONTROLS
010190         MOVE 1 TO PRP-SUBSCRIPT     IN PROPOSAL-CONTROLS
010192         PERFORM 215000-CLEAR-ONE-HIT THRU 215000-EXIT
010194           UNTIL PRP-SUBSCRIPT       IN PROPOSAL-CONTROLS
010196                 GREATER THAN
010198                 PRP-ENTRY-COUNT     IN PROPOSAL-CONTROLS
010200     END-IF.
010240
010245     MOVE 1
010250       TO SCN-AREA                   IN SCAN-CONTROLS.
010260     PERFORM 230000-ANALYZE-ONE-AREA THRU 230000-EXIT
010265       UNTIL SCN-AREA                IN SCAN-CONTROLS
010270         GREATER THAN 6.
010320
010330 210000-EXIT.
010340     EXIT.
010350
010360 215000-CLEAR-ONE-HIT.
010370
010380     MOVE SPACE
010390       TO PRP-RECORD-HIT-SW          IN PROPOSAL-TABLE
010400                                     (PRP-SUBSCRIPT
010410                                  IN PROPOSAL-CONTROLS).
010420     ADD 1 TO PRP-SUBSCRIPT          IN PROPOSAL-CONTROLS.
010430
010440 215000-EXIT.
010450     EXIT.
010460
010470**************************************************************
010480*  220000-FIND-IN-EFFECT-MAX - THE NEW MAX-FUNDS THE CONVERSION *
010485*    WOULD USE FOR THE RECORD'S PLAN - THE FIRST PLAN TABLE ROW *
010490*    FOR THE PLAN IF IT IS WITHIN THE COMPILED CEILINGS, AS     *
010495*    195100-SCAN-PLAN-MAX-FUNDS ACCEPTS IT, ELSE THE SYSTEM     *
010500*    DEFAULT.                                                   *
010520**************************************************************
010530 220000-FIND-IN-EFFECT-MAX.
010540
010545     MOVE SCN-NEW-MAX-FUNDS          IN SCAN-CONTROLS
010550       TO SCN-IN-EFFECT-MAX          IN SCAN-CONTROLS.
010555     MOVE 1
010560       TO SCN-PMF-SUBSCRIPT          IN SCAN-CONTROLS.
010570
010580     IF SCAN-AN-FILE                 IN WORK-AREAS
010590         PERFORM 221000-SCAN-AN-PLAN-TABLE THRU 221000-EXIT
010595           UNTIL SCN-PMF-SUBSCRIPT   IN SCAN-CONTROLS
010600             GREATER THAN
010610                 PLAN-MAX-FUNDS-TABLE-LIMIT
010620                                  IN AN-PLAN-MAX-FUNDS-CONFIG
010630     ELSE
010640         PERFORM 222000-SCAN-VL-PLAN-TABLE THRU 222000-EXIT
010645           UNTIL SCN-PMF-SUBSCRIPT   IN SCAN-CONTROLS
010650             GREATER THAN
010660                 PLAN-MAX-FUNDS-TABLE-LIMIT
010670                                  IN VL-PLAN-MAX-FUNDS-CONFIG
010680     END-IF.
010690
010700 220000-EXIT.
010710     EXIT.
010720
010730 221000-SCAN-AN-PLAN-TABLE.
010740
010750     IF PMF-PLAN-CODE                IN AN-PLAN-MAX-FUNDS-CONFIG
010755                                     (SCN-PMF-SUBSCRIPT
010760                                  IN SCAN-CONTROLS)
010765       EQUAL SCN-PLAN-CODE           IN SCAN-CONTROLS
010770         IF PMF-OLD-MAX-FUNDS        IN AN-PLAN-MAX-FUNDS-CONFIG
010775                                     (SCN-PMF-SUBSCRIPT
010780                                  IN SCAN-CONTROLS)
010785           NOT GREATER THAN SCN-OLD-MAX-FUNDS IN SCAN-CONTROLS
010790             AND PMF-NEW-MAX-FUNDS   IN AN-PLAN-MAX-FUNDS-CONFIG
010795                                     (SCN-PMF-SUBSCRIPT
010800                                  IN SCAN-CONTROLS)
010805               NOT GREATER THAN SCN-NEW-MAX-FUNDS IN SCAN-CONTROLS
010810             MOVE PMF-NEW-MAX-FUNDS  IN AN-PLAN-MAX-FUNDS-CONFIG
010815                                     (SCN-PMF-SUBSCRIPT
010820                                  IN SCAN-CONTROLS)
010825               TO SCN-IN-EFFECT-MAX  IN SCAN-CONTROLS
010830         END-IF
010835         MOVE PLAN-MAX-FUNDS-TABLE-LIMIT
010840                                      IN AN-PLAN-MAX-FUNDS-CONFIG
010845           TO SCN-PMF-SUBSCRIPT      IN SCAN-CONTROLS
010870     END-IF.
010880
010890     ADD 1 TO SCN-PMF-SUBSCRIPT      IN SCAN-CONTROLS.
010900
010910 221000-EXIT.
010920     EXIT.
010930
010940 222000-SCAN-VL-PLAN-TABLE.
010950
010960     IF PMF-PLAN-CODE                IN VL-PLAN-MAX-FUNDS-CONFIG
010965                                     (SCN-PMF-SUBSCRIPT
010970                                  IN SCAN-CONTROLS)
010975       EQUAL SCN-PLAN-CODE           IN SCAN-CONTROLS
010980         IF PMF-OLD-MAX-FUNDS        IN VL-PLAN-MAX-FUNDS-CONFIG
010985                                     (SCN-PMF-SUBSCRIPT
010990                                  IN SCAN-CONTROLS)
010995           NOT GREATER THAN SCN-OLD-MAX-FUNDS IN SCAN-CONTROLS
011000             AND PMF-NEW-MAX-FUNDS   IN VL-PLAN-MAX-FUNDS-CONFIG
011005                                     (SCN-PMF-SUBSCRIPT
011010                                  IN SCAN-CONTROLS)
011015               NOT GREATER THAN SCN-NEW-MAX-FUNDS IN SCAN-CONTROLS
011020             MOVE PMF-NEW-MAX-FUNDS  IN VL-PLAN-MAX-FUNDS-CONFIG
011025                                     (SCN-PMF-SUBSCRIPT
011030                                  IN SCAN-CONTROLS)
011035               TO SCN-IN-EFFECT-MAX  IN SCAN-CONTROLS
011040         END-IF
011045         MOVE PLAN-MAX-FUNDS-TABLE-LIMIT
011050                                      IN VL-PLAN-MAX-FUNDS-CONFIG
011055           TO SCN-PMF-SUBSCRIPT      IN SCAN-CONTROLS
011080     END-IF.
011090
011100     ADD 1 TO SCN-PMF-SUBSCRIPT      IN SCAN-CONTROLS.
011110
011120 222000-EXIT.
011130     EXIT.
011140
011150**************************************************************
011160*  230000-ANALYZE-ONE-AREA - AREAS 1-3 ARE BEGIN-BALANCES, 4-6  *
011170*    END-BALANCES.  THE ACTIVE SLOTS ARE CLASSIFIED AND, IF ANY *
011180*    HOLDS A PROPOSED FUND, THE LINEUP IS COUNTED BEFORE AND    *
011190*    AFTER THE PROPOSED MERGES AND EACH HOLDING IS REPORTED.    *
011200**************************************************************
011210 230000-ANALYZE-ONE-AREA.
011220
011225     IF SCN-AREA                     IN SCAN-CONTROLS
011230       GREATER THAN 3
011235         COMPUTE SCN-OCCURRENCE      IN SCAN-CONTROLS
011240           = SCN-AREA                IN SCAN-CONTROLS - 3
011245         MOVE 'E'
011250           TO SCN-AREA-CODE          IN SCAN-CONTROLS
011260     ELSE
011265         MOVE SCN-AREA               IN SCAN-CONTROLS
011270           TO SCN-OCCURRENCE         IN SCAN-CONTROLS
011275         MOVE 'B'
011280           TO SCN-AREA-CODE          IN SCAN-CONTROLS
011290     END-IF.
011300
011310     EVALUATE TRUE
011320       WHEN SCAN-AN-FILE             IN WORK-AREAS
011325        AND SCN-AREA                 IN SCAN-CONTROLS
011330            NOT GREATER THAN 3
011340         MOVE FUND-INFO-ARRAY        IN BEGIN-BALANCES
011350                                     IN OLD-AN-TRX-REC
011355                                     (SCN-OCCURRENCE
011360                                  IN SCAN-CONTROLS)
011365           TO AW-FUND-INFO-ARRAY     IN AREA-WORK
011380       WHEN SCAN-AN-FILE             IN WORK-AREAS
011390         MOVE FUND-INFO-ARRAY        IN END-BALANCES
011400                                     IN OLD-AN-TRX-REC
011405                                     (SCN-OCCURRENCE
011410                                  IN SCAN-CONTROLS)
011415           TO AW-FUND-INFO-ARRAY     IN AREA-WORK
011420       WHEN SCN-AREA                 IN SCAN-CONTROLS
011425         NOT GREATER THAN 3
011440         MOVE FUND-INFO-ARRAY        IN BEGIN-BALANCES
011450                                     IN OLD-VL-TRX-REC
011455                                     (SCN-OCCURRENCE
011460                                  IN SCAN-CONTROLS)
011465           TO AW-FUND-INFO-ARRAY     IN AREA-WORK
011480       WHEN OTHER
011490         MOVE FUND-INFO-ARRAY        IN END-BALANCES
011500                                     IN OLD-VL-TRX-REC
011505                                     (SCN-OCCURRENCE
011510                                  IN SCAN-CONTROLS)
011515           TO AW-FUND-INFO-ARRAY     IN AREA-WORK
011530     END-EVALUATE.
011540
011545     MOVE SPACE
011550       TO SCN-AREA-HIT-SW            IN SCAN-CONTROLS.
011555     MOVE ZERO
011560       TO SCN-BEFORE-COUNT           IN SCAN-CONTROLS.
011565     MOVE 1
011570       TO SCN-SLOT                   IN SCAN-CONTROLS.
011580
011590     PERFORM 231000-CLASSIFY-ONE-SLOT THRU 231000-EXIT
011595       UNTIL SCN-SLOT                IN SCAN-CONTROLS
011600         GREATER THAN SCN-SLOT-LIMIT IN SCAN-CONTROLS.
011610
011620     IF NOT SCN-AREA-HIT             IN SCAN-CONTROLS
011630         GO TO 230000-NEXT
011640     END-IF.
011650
011655     MOVE ZERO
011660       TO SCN-AFTER-COUNT            IN SCAN-CONTROLS.
011665     MOVE 1
011670       TO SCN-SLOT                   IN SCAN-CONTROLS.
011680
011690     PERFORM 232000-COUNT-ONE-MAPPED-FUND THRU 232000-EXIT
011695       UNTIL SCN-SLOT                IN SCAN-CONTROLS
011700         GREATER THAN SCN-SLOT-LIMIT IN SCAN-CONTROLS.
011710
011715     MOVE 1
011720       TO SCN-SLOT                   IN SCAN-CONTROLS.
011730
011740     PERFORM 240000-REPORT-ONE-HOLDING THRU 240000-EXIT
011745       UNTIL SCN-SLOT                IN SCAN-CONTROLS
011750         GREATER THAN SCN-SLOT-LIMIT IN SCAN-CONTROLS.
011760
011770 230000-NEXT.
011780     ADD 1 TO SCN-AREA               IN SCAN-CONTROLS.
011790
011800 230000-EXIT.
011810     EXIT.
011820
011830**************************************************************
011840*  231000-CLASSIFY-ONE-SLOT - A SLOT IS ACTIVE WHEN ITS FUND    *
011850*    NUMBER IS NUMERIC, NOT ZERO AND NOT THE DEFAULT FUND.  AN  *
011860*    ACTIVE SLOT IS TIED TO THE ANALYZED PROPOSAL FOR ITS FUND  *
011870*    AND GIVEN THE FUND IT WOULD BE CARRIED UNDER.              *
011880**************************************************************
011890 231000-CLASSIFY-ONE-SLOT.
011900
011905     MOVE SPACE
011910       TO AW-ACTIVE-SW               IN AREA-WORK
011915                                     (SCN-SLOT
011920                                  IN SCAN-CONTROLS).
011925     MOVE ZERO
011930       TO AW-PROPOSAL-SUB            IN AREA-WORK
011935                                     (SCN-SLOT
011940                                  IN SCAN-CONTROLS)
011945          AW-MAPPED-FUND             IN AREA-WORK
011950                                     (SCN-SLOT
011955                                  IN SCAN-CONTROLS).
011970
011972     IF AW-FUND-NUMBER               IN AREA-WORK
011974                                     (SCN-SLOT
011976                                  IN SCAN-CONTROLS)
011978       NOT NUMERIC
011980       OR AW-FUND-NUMBER             IN AREA-WORK
011982                                     (SCN-SLOT
011984                                  IN SCAN-CONTROLS)
011986           EQUAL ZERO
011988       OR AW-FUND-NUMBER             IN AREA-WORK
011990                                     (SCN-SLOT
011992                                  IN SCAN-CONTROLS)
011994           EQUAL SCN-DEFAULT-FUND    IN SCAN-CONTROLS
012010         GO TO 231000-NEXT
012020     END-IF.
012030
012032     SET AW-FUND-ACTIVE              IN AREA-WORK
012034                                     (SCN-SLOT
012036                                  IN SCAN-CONTROLS)
012038       TO TRUE.
012040     ADD 1 TO SCN-BEFORE-COUNT       IN SCAN-CONTROLS.
012042     MOVE AW-FUND-NUMBER             IN AREA-WORK
012044                                     (SCN-SLOT
012046                                  IN SCAN-CONTROLS)
012048       TO AW-MAPPED-FUND             IN AREA-WORK
012050                                     (SCN-SLOT
012052                                  IN SCAN-CONTROLS).
012080
012090     MOVE SPACE
012100       TO PRP-FOUND-SW               IN PROPOSAL-CONTROLS.
012110     MOVE 1 TO PRP-SEARCH-SUBSCRIPT  IN PROPOSAL-CONTROLS.
012120
012130     PERFORM 231100-MATCH-ONE-PROPOSAL THRU 231100-EXIT
012140       UNTIL PRP-ENTRY-FOUND         IN PROPOSAL-CONTROLS
012150          OR PRP-SEARCH-SUBSCRIPT    IN PROPOSAL-CONTROLS
012160             GREATER THAN
012170             PRP-ENTRY-COUNT         IN PROPOSAL-CONTROLS.
012180
012190     IF PRP-ENTRY-FOUND              IN PROPOSAL-CONTROLS
012200         SET SCN-AREA-HIT            IN SCAN-CONTROLS TO TRUE
012210         MOVE PRP-SEARCH-SUBSCRIPT   IN PROPOSAL-CONTROLS
012215           TO AW-PROPOSAL-SUB        IN AREA-WORK
012220                                     (SCN-SLOT
012225                                  IN SCAN-CONTROLS)
012230         IF PRP-MERGE                IN PROPOSAL-TABLE
012240                                     (PRP-SEARCH-SUBSCRIPT
012250                                  IN PROPOSAL-CONTROLS)
012260             MOVE PRP-SUCCESSOR      IN PROPOSAL-TABLE
012270                                     (PRP-SEARCH-SUBSCRIPT
012280                                  IN PROPOSAL-CONTROLS)
012285               TO AW-MAPPED-FUND     IN AREA-WORK
012290                                     (SCN-SLOT
012295                                  IN SCAN-CONTROLS)
012300         END-IF
012310     END-IF.
012320
012330 231000-NEXT.
012340     ADD 1 TO SCN-SLOT               IN SCAN-CONTROLS.
012350
012360 231000-EXIT.
012370     EXIT.
012380
012390 231100-MATCH-ONE-PROPOSAL.
012400
012410     IF PRP-ANALYZED                 IN PROPOSAL-TABLE
012420                                     (PRP-SEARCH-SUBSCRIPT
012430                                  IN PROPOSAL-CONTROLS)
012440       AND PRP-FUND-NUMBER           IN PROPOSAL-TABLE
012450                                     (PRP-SEARCH-SUBSCRIPT
012460                                  IN PROPOSAL-CONTROLS)
012465           EQUAL AW-FUND-NUMBER      IN AREA-WORK
012470                                     (SCN-SLOT
012475                                  IN SCAN-CONTROLS)
012480         SET PRP-ENTRY-FOUND         IN PROPOSAL-CONTROLS
012490           TO TRUE
012500         GO TO 231100-EXIT
012510     END-IF.
012520
012530     ADD 1 TO PRP-SEARCH-SUBSCRIPT   IN PROPOSAL-CONTROLS.
012540
012550 231100-EXIT.
012560     EXIT.
012570
012580**************************************************************
012590*  232000-COUNT-ONE-MAPPED-FUND - COUNTS THE AREA'S ACTIVE      *
012600*    FUNDS AFTER THE PROPOSED MERGES: A SLOT WHOSE CARRIED-     *
012610*    UNDER FUND IS ALREADY ON AN EARLIER SLOT IS COMBINED INTO  *
012620*    IT AND NOT COUNTED AGAIN.                                  *
012630**************************************************************
012640 232000-COUNT-ONE-MAPPED-FUND.
012650
012655     IF NOT AW-FUND-ACTIVE           IN AREA-WORK
012660                                     (SCN-SLOT
012665                                  IN SCAN-CONTROLS)
012670         GO TO 232000-NEXT
012680     END-IF.
012690
012695     MOVE SPACE
012700       TO SCN-DUPLICATE-SW           IN SCAN-CONTROLS.
012705     MOVE 1
012710       TO SCN-OTHER-SLOT             IN SCAN-CONTROLS.
012720
012730     PERFORM 232100-TEST-EARLIER-SLOT THRU 232100-EXIT
012735       UNTIL SCN-DUPLICATE           IN SCAN-CONTROLS
012740          OR SCN-OTHER-SLOT          IN SCAN-CONTROLS
012745              NOT LESS THAN SCN-SLOT IN SCAN-CONTROLS.
012760
012770     IF NOT SCN-DUPLICATE            IN SCAN-CONTROLS
012780         ADD 1 TO SCN-AFTER-COUNT    IN SCAN-CONTROLS
012790     END-IF.
012800
012810 232000-NEXT.
012820     ADD 1 TO SCN-SLOT               IN SCAN-CONTROLS.
012830
012840 232000-EXIT.
012850     EXIT.
012860
012870 232100-TEST-EARLIER-SLOT.
012880
012882     IF AW-FUND-ACTIVE               IN AREA-WORK
012884                                     (SCN-OTHER-SLOT
012886                                  IN SCAN-CONTROLS)
012888       AND AW-MAPPED-FUND            IN AREA-WORK
012890                                     (SCN-OTHER-SLOT
012892                                  IN SCAN-CONTROLS)
012894           EQUAL AW-MAPPED-FUND      IN AREA-WORK
012896                                     (SCN-SLOT
012898                                  IN SCAN-CONTROLS)
012900         SET SCN-DUPLICATE           IN SCAN-CONTROLS TO TRUE
012930         GO TO 232100-EXIT
012940     END-IF.
012950
012960     ADD 1 TO SCN-OTHER-SLOT         IN SCAN-CONTROLS.
012970
012980 232100-EXIT.
012990     EXIT.
013000
013010**************************************************************
013020*  240000-REPORT-ONE-HOLDING - LISTS A SLOT HOLDING A PROPOSED  *
013030*    FUND AND POSTS IT TO THE FUND AND PLAN TOTALS.  A CLOSED   *
013040*    FUND WILL REJECT THE TRANSACTION; A MERGED ONE COMBINES    *
013050*    WITH A SUCCESSOR THE AREA ALREADY HOLDS, OR BRINGS THE     *
013060*    SUCCESSOR IN NEW - FLAGGED WHEN THE LINEUP THEN EXCEEDS    *
013070*    THE PLAN'S NEW MAX-FUNDS.                                  *
013080**************************************************************
013090 240000-REPORT-ONE-HOLDING.
013100
013102     IF AW-PROPOSAL-SUB              IN AREA-WORK
013104                                     (SCN-SLOT
013106                                  IN SCAN-CONTROLS)
013108       EQUAL ZERO
013120         GO TO 240000-NEXT
013130     END-IF.
013140
013145     MOVE AW-PROPOSAL-SUB            IN AREA-WORK
013150                                     (SCN-SLOT
013155                                  IN SCAN-CONTROLS)
013160       TO PRP-SUBSCRIPT              IN PROPOSAL-CONTROLS.
013170
013180     MOVE SPACES                     TO DETAIL-LINE.
013190     MOVE FILE-TYPE-SW               IN WORK-AREAS
013200       TO DTL-FILE-TYPE              IN DETAIL-LINE.
013210     MOVE SCN-POLICY-ID              IN SCAN-CONTROLS
013220       TO DTL-POLICY-ID              IN DETAIL-LINE.
013230     MOVE SCN-PLAN-CODE              IN SCAN-CONTROLS
013240       TO DTL-PLAN-CODE              IN DETAIL-LINE.
013250     MOVE SCN-RECORD-NUMBER          IN SCAN-CONTROLS
013260       TO DTL-RECORD-NUMBER          IN DETAIL-LINE.
013270     MOVE SCN-AREA-CODE              IN SCAN-CONTROLS
013280       TO DTL-AREA-CODE              IN DETAIL-LINE.
013290     MOVE SCN-OCCURRENCE             IN SCAN-CONTROLS
013300       TO DTL-OCCURRENCE             IN DETAIL-LINE.
013310     MOVE SCN-SLOT                   IN SCAN-CONTROLS
013320       TO DTL-SLOT                   IN DETAIL-LINE.
013325     MOVE AW-FUND-NUMBER             IN AREA-WORK
013330                                     (SCN-SLOT
013335                                  IN SCAN-CONTROLS)
013340       TO DTL-FUND-NUMBER            IN DETAIL-LINE.
013350
013352     IF AW-FUND-BALANCE              IN AREA-WORK
013354                                     (SCN-SLOT
013356                                  IN SCAN-CONTROLS)
013358       NUMERIC
013360         MOVE AW-FUND-BALANCE        IN AREA-WORK
013362                                     (SCN-SLOT
013364                                  IN SCAN-CONTROLS)
013380           TO DTL-BALANCE            IN DETAIL-LINE
013390     ELSE
013400         MOVE ZERO
013410           TO DTL-BALANCE            IN DETAIL-LINE
013420         ADD 1 TO BAD-BALANCE-CTR    IN WORK-AREAS
013430     END-IF.
013440
013450     PERFORM 245000-FIND-PLAN-ENTRY  THRU 245000-EXIT.
013460
013462     IF NOT SCN-POLICY-HIT           IN SCAN-CONTROLS
013464         SET SCN-POLICY-HIT          IN SCAN-CONTROLS TO TRUE
013466         ADD 1 TO POLICIES-AFFECTED-CTR IN WORK-AREAS
013468     END-IF.
013480     IF NOT PRP-RECORD-HIT           IN PROPOSAL-TABLE
013490                                     (PRP-SUBSCRIPT
013500                                  IN PROPOSAL-CONTROLS)
013510         SET PRP-RECORD-HIT          IN PROPOSAL-TABLE
013520                                     (PRP-SUBSCRIPT
013530                                  IN PROPOSAL-CONTROLS)
013540           TO TRUE
013550         ADD 1 TO PRP-POLICY-COUNT   IN PROPOSAL-TABLE
013560                                     (PRP-SUBSCRIPT
013570                                  IN PROPOSAL-CONTROLS)
013580         ADD 1 TO PIT-POLICY-COUNT   IN PLAN-IMPACT-TABLE
013590                                     (PIT-SUBSCRIPT
013600                                  IN PLAN-IMPACT-CONTROLS)
013610     END-IF.
013620
013630     ADD 1 TO PRP-AREA-COUNT         IN PROPOSAL-TABLE
013640                                     (PRP-SUBSCRIPT
013650                                  IN PROPOSAL-CONTROLS)
013660              PIT-AREA-COUNT         IN PLAN-IMPACT-TABLE
013670                                     (PIT-SUBSCRIPT
013680                                  IN PLAN-IMPACT-CONTROLS).
013682     IF AW-FUND-BALANCE              IN AREA-WORK
013684                                     (SCN-SLOT
013686                                  IN SCAN-CONTROLS)
013688       NUMERIC
013690         ADD AW-FUND-BALANCE         IN AREA-WORK
013692                                     (SCN-SLOT
013694                                  IN SCAN-CONTROLS)
013710           TO PRP-BALANCE            IN PROPOSAL-TABLE
013720                                     (PRP-SUBSCRIPT
013730                                  IN PROPOSAL-CONTROLS)
013740              PIT-BALANCE            IN PLAN-IMPACT-TABLE
013750                                     (PIT-SUBSCRIPT
013760                                  IN PLAN-IMPACT-CONTROLS)
013770     END-IF.
013780
013790     IF PRP-CLOSE                    IN PROPOSAL-TABLE
013800                                     (PRP-SUBSCRIPT
013810                                  IN PROPOSAL-CONTROLS)
013820         MOVE 'CLOSE'
013830           TO DTL-ACTION             IN DETAIL-LINE
013840         MOVE 'TRANSACTION WILL REJECT E010'
013850           TO DTL-NOTE               IN DETAIL-LINE
013860     ELSE
013870         MOVE 'MERGE'
013880           TO DTL-ACTION             IN DETAIL-LINE
013885         MOVE AW-MAPPED-FUND         IN AREA-WORK
013890                                     (SCN-SLOT
013895                                  IN SCAN-CONTROLS)
013900           TO DTL-SUCCESSOR          IN DETAIL-LINE
013910         PERFORM 241000-CHECK-SUCCESSOR-HELD THRU 241000-EXIT
013920         IF SCN-SUCCESSOR-HELD       IN SCAN-CONTROLS
013930             MOVE 'COMBINES WITH THE SUCCESSOR ALREADY HELD'
013940               TO DTL-NOTE           IN DETAIL-LINE
013950         ELSE
013960             PERFORM 242000-NOTE-NEW-SUCCESSOR THRU 242000-EXIT
013970         END-IF
013980     END-IF.
013990
013992     IF AW-FUND-BALANCE              IN AREA-WORK
013994                                     (SCN-SLOT
013996                                  IN SCAN-CONTROLS)
013998       NOT NUMERIC
014010         MOVE 'BALANCE NOT NUMERIC - WILL REJECT E008'
014020           TO DTL-NOTE               IN DETAIL-LINE
014030     END-IF.
014040
014050     MOVE DETAIL-LINE                TO IMPACT-REPORT-LINE.
014060     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
014070     ADD 1 TO HOLDINGS-LISTED-CTR    IN WORK-AREAS.
014080
014090 240000-NEXT.
014100     ADD 1 TO SCN-SLOT               IN SCAN-CONTROLS.
014110
014120 240000-EXIT.
014130     EXIT.
014140
014150**************************************************************
014160*  241000-CHECK-SUCCESSOR-HELD - WHETHER THE AREA ALREADY HOLDS *
014170*    THE SUCCESSOR OF THE MERGED FUND IN HAND UNDER ITS OWN     *
014175*    NUMBER, OR AN EARLIER SLOT IS ALREADY CARRIED UNDER IT BY  *
014180*    ANOTHER MERGE - THE REMAP RENUMBERS THE FIRST SUCH SLOT    *
014185*    AND COMBINES EACH LATER ONE INTO IT.                       *
014190**************************************************************
014200 241000-CHECK-SUCCESSOR-HELD.
014210
014215     MOVE SPACE
014220       TO SCN-SUCCESSOR-HELD-SW      IN SCAN-CONTROLS.
014225     MOVE 1
014230       TO SCN-OTHER-SLOT             IN SCAN-CONTROLS.
014240
014250     PERFORM 241100-TEST-ONE-SLOT    THRU 241100-EXIT
014255       UNTIL SCN-SUCCESSOR-HELD      IN SCAN-CONTROLS
014260          OR SCN-OTHER-SLOT          IN SCAN-CONTROLS
014265              GREATER THAN SCN-SLOT-LIMIT IN SCAN-CONTROLS.
014280
014290 241000-EXIT.
014300     EXIT.
014310
014320 241100-TEST-ONE-SLOT.
014330
014332     IF AW-FUND-ACTIVE               IN AREA-WORK
014334                                     (SCN-OTHER-SLOT
014336                                  IN SCAN-CONTROLS)
014338       AND AW-FUND-NUMBER            IN AREA-WORK
014340                                     (SCN-OTHER-SLOT
014342                                  IN SCAN-CONTROLS)
014344           EQUAL AW-MAPPED-FUND      IN AREA-WORK
014346                                     (SCN-SLOT
014348                                  IN SCAN-CONTROLS)
014350         SET SCN-SUCCESSOR-HELD      IN SCAN-CONTROLS TO TRUE
014380         GO TO 241100-EXIT
014390     END-IF.
014400
014401     IF AW-FUND-ACTIVE               IN AREA-WORK
014402                                     (SCN-OTHER-SLOT
014403                                  IN SCAN-CONTROLS)
014404       AND SCN-OTHER-SLOT            IN SCAN-CONTROLS
014405           LESS THAN SCN-SLOT        IN SCAN-CONTROLS
014406       AND AW-MAPPED-FUND            IN AREA-WORK
014407                                     (SCN-OTHER-SLOT
014408                                  IN SCAN-CONTROLS)
014409           EQUAL AW-MAPPED-FUND      IN AREA-WORK
014410                                     (SCN-SLOT
014411                                  IN SCAN-CONTROLS)
014412         SET SCN-SUCCESSOR-HELD      IN SCAN-CONTROLS TO TRUE
014413         GO TO 241100-EXIT
014414     END-IF.
014415
014416     ADD 1 TO SCN-OTHER-SLOT         IN SCAN-CONTROLS.
014420
014430 241100-EXIT.
014440     EXIT.
014450
014460**************************************************************
014470*  242000-NOTE-NEW-SUCCESSOR - THE SUCCESSOR ENTERS THE LINEUP  *
014480*    AS A NEW FUND.  THE NOTE GIVES THE AREA'S ACTIVE FUND      *
014490*    COUNT BEFORE AND AFTER THE MERGES AND THE PLAN'S NEW       *
014500*    MAX-FUNDS; OVER THE MAXIMUM THE HOLDING IS FLAGGED AND     *
014510*    KEPT FOR THE LIST AT THE FOOT OF THE REPORT.               *
014520**************************************************************
014530 242000-NOTE-NEW-SUCCESSOR.
014540
014550     MOVE 'SUCCESSOR NEW - FUNDS '
014560       TO DMN-TEXT                   IN DETAIL-LINE.
014570     MOVE SCN-BEFORE-COUNT           IN SCAN-CONTROLS
014580       TO DMN-BEFORE-COUNT           IN DETAIL-LINE.
014590     MOVE ' TO '
014600       TO DMN-TO                     IN DETAIL-LINE.
014610     MOVE SCN-AFTER-COUNT            IN SCAN-CONTROLS
014620       TO DMN-AFTER-COUNT            IN DETAIL-LINE.
014630     MOVE ' MAX '
014640       TO DMN-MAX-TEXT               IN DETAIL-LINE.
014650     MOVE SCN-IN-EFFECT-MAX          IN SCAN-CONTROLS
014660       TO DMN-IN-EFFECT-MAX          IN DETAIL-LINE.
014670
014675     IF SCN-AFTER-COUNT              IN SCAN-CONTROLS
014680       NOT GREATER THAN SCN-IN-EFFECT-MAX IN SCAN-CONTROLS
014690         GO TO 242000-EXIT
014700     END-IF.
014710
014720     MOVE 'OVER MAX-FUNDS'
014730       TO DMN-FLAG                   IN DETAIL-LINE.
014740     ADD 1 TO OVER-MAX-CTR           IN WORK-AREAS.
014750     ADD 1 TO PRP-OVER-MAX-COUNT     IN PROPOSAL-TABLE
014760                                     (PRP-SUBSCRIPT
014770                                  IN PROPOSAL-CONTROLS)
014780              PIT-OVER-MAX-COUNT     IN PLAN-IMPACT-TABLE
014790                                     (PIT-SUBSCRIPT
014800                                  IN PLAN-IMPACT-CONTROLS).
014810
014820     IF OMT-ENTRY-COUNT              IN OVER-MAX-CONTROLS
014830       LESS THAN
014840        OMT-MAX-ENTRIES              IN OVER-MAX-CONTROLS
014850         ADD 1 TO OMT-ENTRY-COUNT    IN OVER-MAX-CONTROLS
014860         MOVE DETAIL-LINE
014870           TO OMT-DETAIL-LINE        IN OVER-MAX-TABLE
014880                                     (OMT-ENTRY-COUNT
014890                                  IN OVER-MAX-CONTROLS)
014900     END-IF.
014910
014920 242000-EXIT.
014930     EXIT.
014940
014950**************************************************************
014960*  245000-FIND-PLAN-ENTRY - LOCATES THE FILE, PLAN AND FUND OF  *
014970*    THE HOLDING IN HAND IN THE PLAN TABLE, CREATING THE ENTRY  *
014980*    ON FIRST SIGHT.                                            *
014990**************************************************************
015000 245000-FIND-PLAN-ENTRY.
015010
015020     MOVE SPACE
015030       TO PIT-FOUND-SW               IN PLAN-IMPACT-CONTROLS.
015040     MOVE 1 TO PIT-SUBSCRIPT         IN PLAN-IMPACT-CONTROLS.
015050
015060     PERFORM 246000-SCAN-PLAN-TABLE  THRU 246000-EXIT
015070       UNTIL PIT-ENTRY-FOUND         IN PLAN-IMPACT-CONTROLS
015080          OR PIT-SUBSCRIPT           IN PLAN-IMPACT-CONTROLS
015090             GREATER THAN
015100             PIT-ENTRY-COUNT         IN PLAN-IMPACT-CONTROLS.
015110
015120     IF PIT-ENTRY-FOUND              IN PLAN-IMPACT-CONTROLS
015130         GO TO 245000-EXIT
015140     END-IF.
015150
015160     IF PIT-ENTRY-COUNT              IN PLAN-IMPACT-CONTROLS
015170       NOT LESS THAN
015180        PIT-MAX-ENTRIES              IN PLAN-IMPACT-CONTROLS
015190         DISPLAY 'FCRXFCI - PLAN IMPACT TABLE FULL AT '
015200                 PIT-MAX-ENTRIES     IN PLAN-IMPACT-CONTROLS
015210                 ' ENTRIES - RUN ENDED'
015220         MOVE 16 TO RETURN-CODE
015230         STOP RUN
015240     END-IF.
015250
015260     ADD 1 TO PIT-ENTRY-COUNT        IN PLAN-IMPACT-CONTROLS.
015270     MOVE PIT-ENTRY-COUNT            IN PLAN-IMPACT-CONTROLS
015280       TO PIT-SUBSCRIPT              IN PLAN-IMPACT-CONTROLS.
015290     INITIALIZE PIT-ENTRY            IN PLAN-IMPACT-TABLE
015300                                     (PIT-SUBSCRIPT
015310                                  IN PLAN-IMPACT-CONTROLS).
015320     MOVE FILE-TYPE-SW               IN WORK-AREAS
015330       TO PIT-FILE-TYPE              IN PLAN-IMPACT-TABLE
015340                                     (PIT-SUBSCRIPT
015350                                  IN PLAN-IMPACT-CONTROLS).
015360     MOVE SCN-PLAN-CODE              IN SCAN-CONTROLS
015370       TO PIT-PLAN-CODE              IN PLAN-IMPACT-TABLE
015380                                     (PIT-SUBSCRIPT
015390                                  IN PLAN-IMPACT-CONTROLS).
015400     MOVE SCN-IN-EFFECT-MAX          IN SCAN-CONTROLS
015410       TO PIT-IN-EFFECT-MAX          IN PLAN-IMPACT-TABLE
015420                                     (PIT-SUBSCRIPT
015430                                  IN PLAN-IMPACT-CONTROLS).
015440     MOVE PRP-SUBSCRIPT              IN PROPOSAL-CONTROLS
015450       TO PIT-PROPOSAL-SUB           IN PLAN-IMPACT-TABLE
015460                                     (PIT-SUBSCRIPT
015470                                  IN PLAN-IMPACT-CONTROLS).
015480
015490 245000-EXIT.
015500     EXIT.
015510
015520 246000-SCAN-PLAN-TABLE.
015530
015540     IF PIT-FILE-TYPE                IN PLAN-IMPACT-TABLE
015550                                     (PIT-SUBSCRIPT
015560                                  IN PLAN-IMPACT-CONTROLS)
015570       EQUAL FILE-TYPE-SW            IN WORK-AREAS
015580       AND PIT-PLAN-CODE             IN PLAN-IMPACT-TABLE
015590                                     (PIT-SUBSCRIPT
015600                                  IN PLAN-IMPACT-CONTROLS)
015610           EQUAL SCN-PLAN-CODE       IN SCAN-CONTROLS
015620       AND PIT-PROPOSAL-SUB          IN PLAN-IMPACT-TABLE
015630                                     (PIT-SUBSCRIPT
015640                                  IN PLAN-IMPACT-CONTROLS)
015650           EQUAL PRP-SUBSCRIPT       IN PROPOSAL-CONTROLS
015660         SET PIT-ENTRY-FOUND         IN PLAN-IMPACT-CONTROLS
015670           TO TRUE
015680         GO TO 246000-EXIT
015690     END-IF.
015700
015710     ADD 1 TO PIT-SUBSCRIPT          IN PLAN-IMPACT-CONTROLS.
015720
015730 246000-EXIT.
015740     EXIT.
015750
015760 250000-PRINT-FILE-HEADING.
015770
015780     MOVE SPACES                     TO IMPACT-REPORT-LINE.
015790     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
015800     MOVE FILE-HEADING-LINE          TO IMPACT-REPORT-LINE.
015810     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
015820
015830     IF FHL-TEXT                     IN FILE-HEADING-LINE
015840       EQUAL 'NOT SUPPLIED - NOT SCANNED'
015850         GO TO 250000-EXIT
015860     END-IF.
015870
015880     MOVE SPACES                     TO IMPACT-REPORT-LINE.
015890     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
015900     MOVE DETAIL-HEADING             TO IMPACT-REPORT-LINE.
015910     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
015920
015930 250000-EXIT.
015940     EXIT.
015950
015960 290000-WRITE-REPORT-LINE.
015970
015980     WRITE IMPACT-REPORT-LINE.
015990     IF NOT FCRFCIR-STATUS-OK
016000         MOVE 'FCRFCIR' TO FEC-FILE-ID
016010         MOVE FCRFCIR-STATUS TO FEC-FILE-STATUS
016020         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
016030     END-IF.
016040
016050 290000-EXIT.
016060     EXIT.
016070
016080**************************************************************
016090*  300000-SCAN-VL-FILE - THE VL STATEMENT FILE, UNDER THE VL    *
016100*    COMPILED CONSTANTS AND PLAN TABLE.                         *
016110**************************************************************
016120 300000-SCAN-VL-FILE.
016130
016140     SET SCAN-VL-FILE                IN WORK-AREAS TO TRUE.
016145     MOVE 'VL  '
016150       TO SCN-TRX-TYPE               IN SCAN-CONTROLS.
016160     MOVE VLI-POLICY-MAX-FUNDS       IN VL-OLD-FUND-CONSTANTS
016170       TO SCN-OLD-MAX-FUNDS          IN SCAN-CONTROLS.
016180     MOVE VLI-POLICY-MAX-FUNDS       IN VL-NEW-FUND-CONSTANTS
016190       TO SCN-NEW-MAX-FUNDS          IN SCAN-CONTROLS.
016200     MOVE FUND-NUMBER-DEFAULT        IN VL-OLD-FUND-CONSTANTS
016205       TO SCN-DEFAULT-FUND           IN SCAN-CONTROLS.
016210     COMPUTE SCN-SLOT-LIMIT          IN SCAN-CONTROLS
016215       = SCN-OLD-MAX-FUNDS           IN SCAN-CONTROLS + 1.
016230
016240     MOVE SPACES TO FHL-TEXT         IN FILE-HEADING-LINE.
016250     MOVE 'FCRVOLD'
016260       TO FHL-DD-NAME                IN FILE-HEADING-LINE.
016270     MOVE 'VL'
016280       TO FHL-FILE-TYPE              IN FILE-HEADING-LINE.
016290
016300     OPEN INPUT VL-TRX-FILE.
016310     IF FCRVOLD-STATUS-NOT-FOUND
016320         MOVE 'NOT SUPPLIED - NOT SCANNED'
016330           TO FHL-TEXT               IN FILE-HEADING-LINE
016340         PERFORM 250000-PRINT-FILE-HEADING THRU 250000-EXIT
016350         GO TO 300000-EXIT
016360     END-IF.
016370     IF NOT FCRVOLD-STATUS-OK
016380         MOVE 'FCRVOLD' TO FEC-FILE-ID
016390         MOVE FCRVOLD-STATUS TO FEC-FILE-STATUS
016400         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
016410     END-IF.
016420
016430     ADD 1 TO FILES-SCANNED-CTR      IN WORK-AREAS.
016440     MOVE 'HOLDINGS OF THE PROPOSED FUNDS'
016450       TO FHL-TEXT                   IN FILE-HEADING-LINE.
016460     PERFORM 250000-PRINT-FILE-HEADING THRU 250000-EXIT.
016470
016472     MOVE LOW-VALUES
016474       TO SCN-PREVIOUS-POLICY-ID     IN SCAN-CONTROLS.
016480     MOVE SPACE
016490       TO TRX-EOF-SW                 IN WORK-AREAS.
016500     PERFORM 210000-ANALYZE-ONE-RECORD THRU 210000-EXIT
016510       UNTIL TRX-EOF                 IN WORK-AREAS.
016520
016530     CLOSE VL-TRX-FILE.
016540
016550 300000-EXIT.
016560     EXIT.
016570
016580**************************************************************
016590*  700000-PRINT-SUMMARIES - TOTALS BY PROPOSED FUND, BY FILE,   *
016600*    PLAN AND FUND, AND THE MERGE HOLDINGS THAT WOULD TAKE A    *
016610*    LINEUP OVER ITS PLAN'S NEW MAX-FUNDS.                      *
016620**************************************************************
016630 700000-PRINT-SUMMARIES.
016640
016650     IF FILES-SCANNED-CTR            IN WORK-AREAS
016660       EQUAL ZERO
016670         DISPLAY 'FCRXFCI - NEITHER FCROLDT NOR FCRVOLD WAS '
016680                 'SUPPLIED'
016690         MOVE 16 TO RETURN-CODE
016700         CLOSE IMPACT-REPORT-FILE
016710         STOP RUN
016720     END-IF.
016730
016740     MOVE SPACES                     TO IMPACT-REPORT-LINE.
016750     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
016760     MOVE 'TOTALS BY PROPOSED FUND'  TO IMPACT-REPORT-LINE.
016770     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
016780     MOVE SPACES                     TO IMPACT-REPORT-LINE.
016790     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
016800     MOVE FUND-SUMMARY-HEADING       TO IMPACT-REPORT-LINE.
016810     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
016820
016830     MOVE 1 TO PRP-SUBSCRIPT         IN PROPOSAL-CONTROLS.
016840     PERFORM 710000-PRINT-ONE-FUND   THRU 710000-EXIT
016850       UNTIL PRP-SUBSCRIPT           IN PROPOSAL-CONTROLS
016860             GREATER THAN
016870             PRP-ENTRY-COUNT         IN PROPOSAL-CONTROLS.
016880
016890     MOVE SPACES                     TO IMPACT-REPORT-LINE.
016900     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
016910     MOVE 'TOTALS BY FILE, PLAN CODE AND PROPOSED FUND'
016920       TO IMPACT-REPORT-LINE.
016930     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
016940     MOVE SPACES                     TO IMPACT-REPORT-LINE.
016950     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
016960     MOVE PLAN-SUMMARY-HEADING       TO IMPACT-REPORT-LINE.
016970     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
016980
016990     MOVE 1 TO PIT-SUBSCRIPT         IN PLAN-IMPACT-CONTROLS.
017000     PERFORM 720000-PRINT-ONE-PLAN   THRU 720000-EXIT
017010       UNTIL PIT-SUBSCRIPT           IN PLAN-IMPACT-CONTROLS
017020             GREATER THAN
017030             PIT-ENTRY-COUNT         IN PLAN-IMPACT-CONTROLS.
017040
017050     MOVE SPACES                     TO IMPACT-REPORT-LINE.
017060     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
017070     MOVE 'MERGES BRINGING A NEW SUCCESSOR INTO A LINEUP OVER '
017080       TO IMPACT-REPORT-LINE.
017090     MOVE 'THE PLAN''S NEW MAX-FUNDS'
017100       TO IMPACT-REPORT-LINE (52 : 25).
017110     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
017120     MOVE SPACES                     TO IMPACT-REPORT-LINE.
017130     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
017140
017150     IF OVER-MAX-CTR                 IN WORK-AREAS
017160       EQUAL ZERO
017170         MOVE '  NONE'               TO IMPACT-REPORT-LINE
017180         PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT
017190         GO TO 700000-EXIT
017200     END-IF.
017210
017220     MOVE DETAIL-HEADING             TO IMPACT-REPORT-LINE.
017230     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
017240
017250     MOVE 1 TO OMT-SUBSCRIPT         IN OVER-MAX-CONTROLS.
017260     PERFORM 730000-PRINT-ONE-OVER-MAX THRU 730000-EXIT
017270       UNTIL OMT-SUBSCRIPT           IN OVER-MAX-CONTROLS
017280             GREATER THAN
017290             OMT-ENTRY-COUNT         IN OVER-MAX-CONTROLS.
017300
017310     IF OVER-MAX-CTR                 IN WORK-AREAS
017320       GREATER THAN
017330        OMT-ENTRY-COUNT              IN OVER-MAX-CONTROLS
017340         MOVE '  MORE OVER MAX-FUNDS THAN THE LIST HOLDS - SEE '
017350           TO IMPACT-REPORT-LINE
017360         MOVE 'THE FLAGGED DETAIL LINES ABOVE'
017370           TO IMPACT-REPORT-LINE (49 : 30)
017380         PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT
017390     END-IF.
017400
017410 700000-EXIT.
017420     EXIT.
017430
017440 710000-PRINT-ONE-FUND.
017450
017460     IF NOT PRP-ANALYZED             IN PROPOSAL-TABLE
017470                                     (PRP-SUBSCRIPT
017480                                  IN PROPOSAL-CONTROLS)
017490         GO TO 710000-NEXT
017500     END-IF.
017510
017520     MOVE SPACES                     TO FUND-SUMMARY-LINE.
017530     MOVE PRP-FUND-NUMBER            IN PROPOSAL-TABLE
017540                                     (PRP-SUBSCRIPT
017550                                  IN PROPOSAL-CONTROLS)
017560       TO FSL-FUND-NUMBER            IN FUND-SUMMARY-LINE.
017570     IF PRP-CLOSE                    IN PROPOSAL-TABLE
017580                                     (PRP-SUBSCRIPT
017590                                  IN PROPOSAL-CONTROLS)
017600         MOVE 'CLOSE'
017610           TO FSL-ACTION             IN FUND-SUMMARY-LINE
017620     ELSE
017630         MOVE 'MERGE'
017640           TO FSL-ACTION             IN FUND-SUMMARY-LINE
017650         MOVE PRP-SUCCESSOR          IN PROPOSAL-TABLE
017660                                     (PRP-SUBSCRIPT
017670                                  IN PROPOSAL-CONTROLS)
017680           TO FSL-SUCCESSOR          IN FUND-SUMMARY-LINE
017690     END-IF.
017700     MOVE PRP-POLICY-COUNT           IN PROPOSAL-TABLE
017710                                     (PRP-SUBSCRIPT
017720                                  IN PROPOSAL-CONTROLS)
017730       TO FSL-POLICY-COUNT           IN FUND-SUMMARY-LINE.
017740     MOVE PRP-AREA-COUNT             IN PROPOSAL-TABLE
017750                                     (PRP-SUBSCRIPT
017760                                  IN PROPOSAL-CONTROLS)
017770       TO FSL-AREA-COUNT             IN FUND-SUMMARY-LINE.
017780     MOVE PRP-BALANCE                IN PROPOSAL-TABLE
017790                                     (PRP-SUBSCRIPT
017800                                  IN PROPOSAL-CONTROLS)
017810       TO FSL-BALANCE                IN FUND-SUMMARY-LINE.
017820     MOVE PRP-OVER-MAX-COUNT         IN PROPOSAL-TABLE
017830                                     (PRP-SUBSCRIPT
017840                                  IN PROPOSAL-CONTROLS)
017850       TO FSL-OVER-MAX-COUNT         IN FUND-SUMMARY-LINE.
017860
017870     MOVE FUND-SUMMARY-LINE          TO IMPACT-REPORT-LINE.
017880     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
017890
017900 710000-NEXT.
017910     ADD 1 TO PRP-SUBSCRIPT          IN PROPOSAL-CONTROLS.
017920
017930 710000-EXIT.
017940     EXIT.
017950
017960 720000-PRINT-ONE-PLAN.
017970
017980     MOVE PIT-PROPOSAL-SUB           IN PLAN-IMPACT-TABLE
017990                                     (PIT-SUBSCRIPT
018000                                  IN PLAN-IMPACT-CONTROLS)
018010       TO PRP-SUBSCRIPT              IN PROPOSAL-CONTROLS.
018020
018030     MOVE SPACES                     TO PLAN-SUMMARY-LINE.
018040     MOVE PIT-FILE-TYPE              IN PLAN-IMPACT-TABLE
018050                                     (PIT-SUBSCRIPT
018060                                  IN PLAN-IMPACT-CONTROLS)
018070       TO PSL-FILE-TYPE              IN PLAN-SUMMARY-LINE.
018080     MOVE PIT-PLAN-CODE              IN PLAN-IMPACT-TABLE
018090                                     (PIT-SUBSCRIPT
018100                                  IN PLAN-IMPACT-CONTROLS)
018110       TO PSL-PLAN-CODE              IN PLAN-SUMMARY-LINE.
018120     MOVE PIT-IN-EFFECT-MAX          IN PLAN-IMPACT-TABLE
018130                                     (PIT-SUBSCRIPT
018140                                  IN PLAN-IMPACT-CONTROLS)
018150       TO PSL-IN-EFFECT-MAX          IN PLAN-SUMMARY-LINE.
018160     MOVE PRP-FUND-NUMBER            IN PROPOSAL-TABLE
018170                                     (PRP-SUBSCRIPT
018180                                  IN PROPOSAL-CONTROLS)
018190       TO PSL-FUND-NUMBER            IN PLAN-SUMMARY-LINE.
018200     IF PRP-CLOSE                    IN PROPOSAL-TABLE
018210                                     (PRP-SUBSCRIPT
018220                                  IN PROPOSAL-CONTROLS)
018230         MOVE 'CLOSE'
018240           TO PSL-ACTION             IN PLAN-SUMMARY-LINE
018250     ELSE
018260         MOVE 'MERGE'
018270           TO PSL-ACTION             IN PLAN-SUMMARY-LINE
018280     END-IF.
018290     MOVE PIT-POLICY-COUNT           IN PLAN-IMPACT-TABLE
018300                                     (PIT-SUBSCRIPT
018310                                  IN PLAN-IMPACT-CONTROLS)
018320       TO PSL-POLICY-COUNT           IN PLAN-SUMMARY-LINE.
018330     MOVE PIT-AREA-COUNT             IN PLAN-IMPACT-TABLE
018340                                     (PIT-SUBSCRIPT
018350                                  IN PLAN-IMPACT-CONTROLS)
018360       TO PSL-AREA-COUNT             IN PLAN-SUMMARY-LINE.
018370     MOVE PIT-BALANCE                IN PLAN-IMPACT-TABLE
018380                                     (PIT-SUBSCRIPT
018390                                  IN PLAN-IMPACT-CONTROLS)
018400       TO PSL-BALANCE                IN PLAN-SUMMARY-LINE.
018410     MOVE PIT-OVER-MAX-COUNT         IN PLAN-IMPACT-TABLE
018420                                     (PIT-SUBSCRIPT
018430                                  IN PLAN-IMPACT-CONTROLS)
018440       TO PSL-OVER-MAX-COUNT         IN PLAN-SUMMARY-LINE.
018450
018460     MOVE PLAN-SUMMARY-LINE          TO IMPACT-REPORT-LINE.
018470     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
018480
018490     ADD 1 TO PIT-SUBSCRIPT          IN PLAN-IMPACT-CONTROLS.
018500
018510 720000-EXIT.
018520     EXIT.
018530
018540 730000-PRINT-ONE-OVER-MAX.
018550
018560     MOVE OMT-DETAIL-LINE            IN OVER-MAX-TABLE
018570                                     (OMT-SUBSCRIPT
018580                                  IN OVER-MAX-CONTROLS)
018590       TO IMPACT-REPORT-LINE.
018600     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
018610
018620     ADD 1 TO OMT-SUBSCRIPT          IN OVER-MAX-CONTROLS.
018630
018640 730000-EXIT.
018650     EXIT.
018660
018670**************************************************************
018680*  800000-TERMINATION - PRINTS THE RUN TOTALS.  A CLOSE OR      *
018690*    MERGE CARD NOT ANALYZED SETS RETURN CODE 8.                *
018700**************************************************************
018710 800000-TERMINATION.
018720
018730     MOVE SPACES                     TO IMPACT-REPORT-LINE.
018740     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
018750
018760     MOVE SPACES                     TO IMPACT-TOTAL-LINE.
018765     MOVE 'MAINTENANCE CARDS READ'
018770       TO ITL-LABEL                  IN IMPACT-TOTAL-LINE.
018780     MOVE CARDS-READ-CTR             IN WORK-AREAS
018790       TO ITL-VALUE                  IN IMPACT-TOTAL-LINE.
018800     PERFORM 810000-WRITE-TOTAL-LINE THRU 810000-EXIT.
018810     MOVE '  CLOSE/MERGE CARDS ANALYZED'
018815                                     TO ITL-LABEL
018820                                     IN IMPACT-TOTAL-LINE.
018830     MOVE CARDS-ANALYZED-CTR         IN WORK-AREAS
018840       TO ITL-VALUE                  IN IMPACT-TOTAL-LINE.
018850     PERFORM 810000-WRITE-TOTAL-LINE THRU 810000-EXIT.
018855     MOVE '  CARDS NOT ANALYZED'
018860       TO ITL-LABEL                  IN IMPACT-TOTAL-LINE.
018870     MOVE CARDS-NOT-ANALYZED-CTR     IN WORK-AREAS
018880       TO ITL-VALUE                  IN IMPACT-TOTAL-LINE.
018890     PERFORM 810000-WRITE-TOTAL-LINE THRU 810000-EXIT.
018900     MOVE '  ADD/REOPEN CARDS LISTED ONLY'
018905                                     TO ITL-LABEL
018910                                     IN IMPACT-TOTAL-LINE.
018920     MOVE CARDS-LISTED-ONLY-CTR      IN WORK-AREAS
018930       TO ITL-VALUE                  IN IMPACT-TOTAL-LINE.
018940     PERFORM 810000-WRITE-TOTAL-LINE THRU 810000-EXIT.
018945     MOVE 'AN RECORDS READ (FCROLDT)'
018950       TO ITL-LABEL                  IN IMPACT-TOTAL-LINE.
018960     MOVE AN-RECORDS-READ-CTR        IN WORK-AREAS
018970       TO ITL-VALUE                  IN IMPACT-TOTAL-LINE.
018980     PERFORM 810000-WRITE-TOTAL-LINE THRU 810000-EXIT.
018985     MOVE 'VL RECORDS READ (FCRVOLD)'
018990       TO ITL-LABEL                  IN IMPACT-TOTAL-LINE.
019000     MOVE VL-RECORDS-READ-CTR        IN WORK-AREAS
019010       TO ITL-VALUE                  IN IMPACT-TOTAL-LINE.
019020     PERFORM 810000-WRITE-TOTAL-LINE THRU 810000-EXIT.
019025     MOVE '  CONTROL RECORDS SKIPPED'
019030       TO ITL-LABEL                  IN IMPACT-TOTAL-LINE.
019040     MOVE CONTROL-SKIPPED-CTR        IN WORK-AREAS
019050       TO ITL-VALUE                  IN IMPACT-TOTAL-LINE.
019060     PERFORM 810000-WRITE-TOTAL-LINE THRU 810000-EXIT.
019070     MOVE '  OTHER TRANSACTION TYPES SKIPPED'
019075                                     TO ITL-LABEL
019080                                     IN IMPACT-TOTAL-LINE.
019090     MOVE TYPE-SKIPPED-CTR           IN WORK-AREAS
019100       TO ITL-VALUE                  IN IMPACT-TOTAL-LINE.
019110     PERFORM 810000-WRITE-TOTAL-LINE THRU 810000-EXIT.
019120     MOVE 'POLICIES HOLDING A PROPOSED FUND'
019125                                     TO ITL-LABEL
019130                                     IN IMPACT-TOTAL-LINE.
019140     MOVE POLICIES-AFFECTED-CTR      IN WORK-AREAS
019150       TO ITL-VALUE                  IN IMPACT-TOTAL-LINE.
019160     PERFORM 810000-WRITE-TOTAL-LINE THRU 810000-EXIT.
019165     MOVE 'HOLDINGS LISTED'
019170       TO ITL-LABEL                  IN IMPACT-TOTAL-LINE.
019180     MOVE HOLDINGS-LISTED-CTR        IN WORK-AREAS
019190       TO ITL-VALUE                  IN IMPACT-TOTAL-LINE.
019200     PERFORM 810000-WRITE-TOTAL-LINE THRU 810000-EXIT.
019210     MOVE '  WITH A NON-NUMERIC BALANCE'
019215                                     TO ITL-LABEL
019220                                     IN IMPACT-TOTAL-LINE.
019230     MOVE BAD-BALANCE-CTR            IN WORK-AREAS
019240       TO ITL-VALUE                  IN IMPACT-TOTAL-LINE.
019250     PERFORM 810000-WRITE-TOTAL-LINE THRU 810000-EXIT.
019260     MOVE '  MERGES TAKING A LINEUP OVER MAX-FUNDS'
019265                                     TO ITL-LABEL
019270                                     IN IMPACT-TOTAL-LINE.
019280     MOVE OVER-MAX-CTR               IN WORK-AREAS
019290       TO ITL-VALUE                  IN IMPACT-TOTAL-LINE.
019300     PERFORM 810000-WRITE-TOTAL-LINE THRU 810000-EXIT.
019310
019320     IF CARDS-NOT-ANALYZED-CTR       IN WORK-AREAS
019330       GREATER THAN ZERO
019340         DISPLAY 'FCRXFCI - MAINTENANCE CARDS NOT ANALYZED '
019350                 '- SEE FCRFCIR'
019360         MOVE 8 TO RETURN-CODE
019370     END-IF.
019380
019390     CLOSE IMPACT-REPORT-FILE.
019400
019410 800000-EXIT.
019420     EXIT.
019430
019440 810000-WRITE-TOTAL-LINE.
019450
019460     MOVE IMPACT-TOTAL-LINE          TO IMPACT-REPORT-LINE.
019470     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
019480
019490 810000-EXIT.
019500     EXIT.
019510
019520**************************************************************
019530*  900000-ABEND-ON-FILE-ERROR - COMMON HANDLER FOR A BAD FILE    *
019540*    STATUS ON OPEN, READ, WRITE OR CLOSE.  DISPLAYS THE         *
019550*    OFFENDING FILE AND STATUS CODE AND ABENDS THE RUN.          *
019560**************************************************************
019570 900000-ABEND-ON-FILE-ERROR.
019580
019590     DISPLAY 'FCRXFCI - I/O ERROR ON FILE ' FEC-FILE-ID
019600             ' - FILE STATUS = ' FEC-FILE-STATUS.
019610     MOVE 16 TO RETURN-CODE.
019620     STOP RUN.
019630
019640 900000-EXIT.
019650     EXIT.
