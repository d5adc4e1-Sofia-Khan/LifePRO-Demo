000010 IDENTIFICATION DIVISION.
000020
000030 PROGRAM-ID. FCRXLTR.
000040
000050*TITLE.      POLICYHOLDER FUND NOTICE LETTER EXTRACT
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
000240* T-0236  Z001801  10/2026  INITIAL VERSION - MAIL-HOUSE NOTICE  *
000250*                           LETTERS FOR DROPPED AND REDIRECTED   *
000260*                           FUND BALANCES                        *
000270*                                                                *
000280*=================================================================
000290*                                                                *
000300*  MODULE NARRATIVE                                              *
000310*   THIS IS PART OF THE WMA / V1 FUNDS CONFIGURATION UTILITY     *
000320*    PROCESS.  WHEN A CONVERSION DROPS A FUND OR REDIRECTS IT    *
000330*    INTO THE RESIDUAL FUND 999, COMPLIANCE REQUIRES THAT THE    *
000340*    POLICYHOLDER HEAR ABOUT IT IN WRITING BEFORE THE NEXT       *
000350*    STATEMENT.  THIS UTILITY READS THE KEYED FUND EXCEPTION     *
000360*    FILE (FCRXKEY) FOR ONE CONVERSION RUN DATE AND WRITES THE   *
000370*    MAIL-HOUSE LETTER FILE (FCRLTRX, CFCRXLT1 RECORDS): ONE     *
000380*    LETTER PER POLICY AND LETTER TYPE - DROPPED OR REDIRECTED - *
000390*    LISTING EVERY AFFECTED FUND WITH ITS BALANCE, BALANCE AREA  *
000400*    AND OCCURRENCE.  A LOAD CARRIES ONE DISPOSITION FOR THE     *
000410*    WHOLE RUN, SO A POLICY NORMALLY GETS ONE LETTER; ONLY A     *
000420*    POLICY HIT BY TWO ENGINES LOADED UNDER DIFFERENT REDIRECT   *
000422*    SETTINGS FOR THE SAME DATE GETS ONE OF EACH TYPE.  A        *
000424*    LETTER WITH MORE FUNDS THAN ONE LETTER RECORD CAN LIST      *
000426*    GOES OUT AS SEVERAL RECORDS UNDER A RISING LETTER           *
000428*    SEQUENCE, SO NO POLICY IS EVER LEFT UNLETTERED.             *
000440*                                                                *
000450*   EVERY EXCEPTION THAT GOES OUT ON A LETTER IS STAMPED WITH    *
000460*    THE NOTICE DATE ON THE KEYED FILE, SO A RERUN NEVER MAILS   *
000470*    IT TWICE AND THE INQUIRY (FCRXINQ) CAN TELL THE CALLER      *
000480*    WHEN THE LETTER WENT OUT.  AN EXCEPTION ALREADY RESOLVED    *
000490*    BEFORE ITS NOTICE (THE BALANCE WAS PUT BACK) IS NOT         *
000500*    LETTERED.  THE LETTER FILE IS WRITTEN AND CLOSED IN A       *
000510*    FIRST PASS AND THE NOTICE DATES ARE STAMPED IN A SECOND,    *
000520*    SO A RUN THAT FAILS WHILE WRITING LETTERS LEAVES NOTHING    *
000530*    STAMPED AND CAN SIMPLY BE RERUN.                            *
000540*                                                                *
000550*   THE OPERATOR PARAMETER CARDS ARE:                            *
000560*      RUN-DATE=YYYYMMDD     (REQUIRED - THE CONVERSION RUN      *
000570*                             DATE FCRXLOD STAMPED)              *
000580*      NOTICE-DATE=YYYYMMDD  (OPTIONAL - DEFAULT TODAY)          *
000590******************************************************************
000600     EJECT
000610 ENVIRONMENT DIVISION.
000620
000630 INPUT-OUTPUT SECTION.
000640
000650 FILE-CONTROL.
000660
000670     SELECT KEYED-EXCEPTION-FILE  ASSIGN TO FCRXKEY
000680                                   ORGANIZATION IS INDEXED
000690                                   ACCESS MODE IS SEQUENTIAL
000700                                   RECORD KEY IS FKX-KEY
000710                                   FILE STATUS IS FCRXKEY-STATUS.
000720
000730     SELECT LETTER-EXTRACT-FILE   ASSIGN TO FCRLTRX
000740                                   ORGANIZATION IS SEQUENTIAL
000750                                   FILE STATUS IS FCRLTRX-STATUS.
000760
000770     SELECT LETTER-REPORT-FILE    ASSIGN TO FCRLRPT
000780                                   ORGANIZATION IS SEQUENTIAL
000790                                   FILE STATUS IS FCRLRPT-STATUS.
000800
000810     SELECT PARAMETER-CARD-FILE   ASSIGN TO FCRPARM
000820                                   ORGANIZATION IS SEQUENTIAL
000830                                   FILE STATUS IS FCRPARM-STATUS.
000840
000850 DATA DIVISION.
000860
000870 FILE SECTION.
000880
000890 FD  KEYED-EXCEPTION-FILE.
000900
000910 01  KEYED-EXCEPTION-RECORD.         COPY CFCRXKX1 SUPPRESS.
000920
000930 FD  LETTER-EXTRACT-FILE.
000940
000950 01  LETTER-EXTRACT-RECORD.          COPY CFCRXLT1 SUPPRESS.
000960
000970 FD  LETTER-REPORT-FILE.
000980
000990 01  LETTER-REPORT-LINE              PIC X(132).
001000
001010 FD  PARAMETER-CARD-FILE.
001020
001030 01  PARAMETER-CARD-RECORD           PIC X(80).
001040
001050 WORKING-STORAGE SECTION.
001060
001070 01  FILLER                            PIC X(48)  VALUE
001080     'XXXXX FCRXLTR  WORKING STORAGE STARTS HERE XXXXX'.
001090
001100 01  FILE-STATUS-CODES.
001110     05  FCRXKEY-STATUS              PIC X(02).
001120         88  FCRXKEY-STATUS-OK               VALUE '00'.
001130         88  FCRXKEY-STATUS-EOF              VALUE '10'.
001140     05  FCRLTRX-STATUS              PIC X(02).
001150         88  FCRLTRX-STATUS-OK               VALUE '00'.
001160     05  FCRLRPT-STATUS              PIC X(02).
001170         88  FCRLRPT-STATUS-OK               VALUE '00'.
001180     05  FCRPARM-STATUS              PIC X(02).
001190         88  FCRPARM-STATUS-OK               VALUE '00'.
001200         88  FCRPARM-STATUS-EOF              VALUE '10'.
001210         88  FCRPARM-STATUS-NOT-FOUND        VALUE '35'.
001220
001230 01  FILE-ERROR-CONTROLS.
001240     05  FEC-FILE-ID                 PIC X(08).
001250     05  FEC-FILE-STATUS             PIC X(02).
001260
001270 01  WORK-AREAS.
001280     05  KEYED-EOF-SW                PIC X     VALUE SPACE.
001290         88  KEYED-EOF                         VALUE 'Y'.
001300     05  PARM-EOF-SW                 PIC X     VALUE SPACE.
001310         88  PARM-EOF                          VALUE 'Y'.
001320     05  RUN-DATE-GIVEN-SW           PIC X     VALUE SPACE.
001330         88  RUN-DATE-GIVEN                    VALUE 'Y'.
001340     05  NOTICE-ELIGIBLE-SW          PIC X     VALUE SPACE.
001350         88  NOTICE-ELIGIBLE                   VALUE 'Y'.
001360     05  SELECT-RUN-DATE             PIC 9(08) VALUE ZERO.
001370     05  NOTICE-DATE                 PIC 9(08) VALUE ZERO.
001380     05  CURRENT-POLICY-ID           PIC 9(10) VALUE ZERO.
001390     05  CURRENT-PLAN-CODE           PIC X(04) VALUE SPACES.
001400
001410 01  LETTER-COUNTERS.
001420     05  RECORDS-READ-CTR            PIC S9(09) COMP-3
001430                                      VALUE ZERO.
001440     05  OTHER-RUN-DATE-CTR          PIC S9(09) COMP-3
001450                                      VALUE ZERO.
001460     05  ALREADY-NOTICED-CTR         PIC S9(09) COMP-3
001470                                      VALUE ZERO.
001480     05  RESOLVED-SKIPPED-CTR        PIC S9(09) COMP-3
001490                                      VALUE ZERO.
001500     05  EXCEPTIONS-NOTICED-CTR      PIC S9(09) COMP-3
001510                                      VALUE ZERO.
001520     05  DROPPED-LETTERS-CTR         PIC S9(09) COMP-3
001530                                      VALUE ZERO.
001540     05  REDIRECTED-LETTERS-CTR      PIC S9(09) COMP-3
001550                                      VALUE ZERO.
001552     05  CONTINUATION-RECORDS-CTR    PIC S9(09) COMP-3
001554                                      VALUE ZERO.
001560     05  RECORDS-STAMPED-CTR         PIC S9(09) COMP-3
001570                                      VALUE ZERO.
001580     05  NOTICED-BALANCE-TOTAL       PIC S9(13)V99 COMP-3
001590                                      VALUE ZERO.
001600
001610**************************************************************
001620*  LETTER-STAGE - THE POLICY IN HAND'S NOTICE-ELIGIBLE FUNDS,  *
001630*    COLLECTED UNTIL THE POLICY CHANGES.  ROW 1 HOLDS THE      *
001640*    DROPPED FUNDS AND ROW 2 THE REDIRECTED ONES; EACH ROW     *
001645*    WITH ANY ENTRIES BECOMES ONE LETTER.  A ROW THAT FILLS IS *
001650*    WRITTEN AT ONCE AND STARTS OVER AS THE LETTER'S NEXT      *
001655*    CONTINUATION RECORD UNDER THE NEXT LETTER SEQUENCE.       *
001660**************************************************************
001670 01  LETTER-STAGE-CONTROLS.
001680     05  LSC-ROW                     PIC S9(04) COMP.
001690     05  LSC-SUBSCRIPT               PIC S9(04) COMP.
001700     05  LSC-MAX-ENTRIES             PIC S9(04) COMP VALUE +60.
001710
001720 01  LETTER-TYPE-NAME-VALUES.
001730     05  FILLER                      PIC X(10) VALUE
001740         'DROPPED   '.
001750     05  FILLER                      PIC X(10) VALUE
001760         'REDIRECTED'.
001770
001780 01  LETTER-TYPE-NAMES REDEFINES LETTER-TYPE-NAME-VALUES.
001790     05  LSC-LETTER-TYPE             OCCURS 2 TIMES
001800                                     PIC X(10).
001810
001820 01  LETTER-STAGE.
001830     05  LETTER-STAGE-ROW            OCCURS 2 TIMES.
001840         10  LST-ENTRY-COUNT         PIC S9(04) COMP.
001845         10  LST-LETTER-SEQUENCE     PIC S9(04) COMP.
001850         10  LST-TOTAL-BALANCE       PIC S9(11)V99 COMP-3.
001860         10  LETTER-STAGE-ENTRY      OCCURS 60 TIMES.
001870             15  LST-FUND-NUMBER     PIC 9(03).
001880             15  LST-FUND-BALANCE    PIC S9(09)V99 COMP-3.
001890             15  LST-BALANCE-AREA    PIC X(01).
001900             15  LST-OCCURRENCE-NUMBER
001910                                     PIC 9(02).
001920
001930 01  LETTER-HEADING-1.
001940     05  FILLER                      PIC X(36)  VALUE
001950         'POLICYHOLDER NOTICE LETTER EXTRACT  '.
001960     05  FILLER                      PIC X(09)  VALUE
001970         'RUN DATE '.
001980     05  LH1-RUN-DATE                PIC 9(08).
001990     05  FILLER                      PIC X(15)  VALUE
002000         '  NOTICE DATE '.
002010     05  LH1-NOTICE-DATE             PIC 9(08).
002020     05  FILLER                      PIC X(56)  VALUE SPACES.
002030
002040 01  LETTER-HEADING-2.
002050     05  FILLER                      PIC X(12)  VALUE
002060         'POLICY ID   '.
002070     05  FILLER                      PIC X(06)  VALUE 'PLAN  '.
002080     05  FILLER                      PIC X(12)  VALUE
002090         'LETTER TYPE '.
002095     05  FILLER                      PIC X(05)  VALUE 'SEQ  '.
002100     05  FILLER                      PIC X(07)  VALUE 'FUNDS  '.
002110     05  FILLER                      PIC X(17)  VALUE
002120         '   TOTAL BALANCE '.
002130     05  FILLER                      PIC X(73)  VALUE SPACES.
002140
002150 01  LETTER-DETAIL-LINE.
002160     05  LDL-POLICY-ID               PIC 9(10).
002170     05  FILLER                      PIC X(02)  VALUE SPACES.
002180     05  LDL-PLAN-CODE               PIC X(04).
002190     05  FILLER                      PIC X(02)  VALUE SPACES.
002200     05  LDL-LETTER-TYPE             PIC X(10).
002210     05  FILLER                      PIC X(02)  VALUE SPACES.
002212     05  LDL-LETTER-SEQUENCE         PIC Z9.
002214     05  FILLER                      PIC X(03)  VALUE SPACES.
002220     05  LDL-FUND-COUNT              PIC Z9.
002230     05  FILLER                      PIC X(03)  VALUE SPACES.
002240     05  LDL-TOTAL-BALANCE           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002250     05  FILLER                      PIC X(74)  VALUE SPACES.
002260
002270 01  LETTER-TOTAL-LINE.
002280     05  LTL-LABEL                   PIC X(40).
002290     05  LTL-VALUE                   PIC ZZZ,ZZZ,ZZ9.
002300     05  FILLER                      PIC X(81)  VALUE SPACES.
002310
002320 01  LETTER-AMOUNT-LINE.
002330     05  LAL-LABEL                   PIC X(40).
002340     05  LAL-VALUE                   PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002350     05  FILLER                      PIC X(73)  VALUE SPACES.
002360
002370 01  FILLER                          PIC X(48)  VALUE
002380     'XXXX FCRXLTR  WORKING STORAGE ENDS HERE XXXX'.
002390     EJECT
002400 PROCEDURE DIVISION.
002410
002420 000000-MAINLINE.
002430
002440     PERFORM 100000-INITIALIZATION     THRU 100000-EXIT.
002450
002460     PERFORM 200000-EXTRACT-ONE-EXCEPTION THRU 200000-EXIT
002470       UNTIL KEYED-EOF                 IN WORK-AREAS.
002480
002490     PERFORM 250000-WRITE-POLICY-LETTERS THRU 250000-EXIT.
002500
002510     PERFORM 300000-STAMP-NOTICE-DATES THRU 300000-EXIT.
002520
002530     PERFORM 400000-TERMINATION        THRU 400000-EXIT.
002540
002550 000000-EXIT.
002560     GOBACK.
002570
002580
002590 100000-INITIALIZATION.
002600
002610     OPEN OUTPUT LETTER-REPORT-FILE.
002620     IF NOT FCRLRPT-STATUS-OK
002630         MOVE 'FCRLRPT' TO FEC-FILE-ID
002640         MOVE FCRLRPT-STATUS TO FEC-FILE-STATUS
002650         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
002660     END-IF.
002670
002680     ACCEPT NOTICE-DATE              IN WORK-AREAS
002690         FROM DATE YYYYMMDD.
002700
002710     PERFORM 110000-READ-PARAMETER-CARDS THRU 110000-EXIT.
002720
002730     OPEN INPUT  KEYED-EXCEPTION-FILE.
002740     IF NOT FCRXKEY-STATUS-OK
002750         MOVE 'FCRXKEY' TO FEC-FILE-ID
002760         MOVE FCRXKEY-STATUS TO FEC-FILE-STATUS
002770         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
002780     END-IF.
002790     OPEN OUTPUT LETTER-EXTRACT-FILE.
002800     IF NOT FCRLTRX-STATUS-OK
002810         MOVE 'FCRLTRX' TO FEC-FILE-ID
002820         MOVE FCRLTRX-STATUS TO FEC-FILE-STATUS
002830         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
002840     END-IF.
002850
002860     PERFORM 260000-CLEAR-LETTER-STAGE THRU 260000-EXIT.
002870
002880     MOVE SELECT-RUN-DATE            IN WORK-AREAS
002890       TO LH1-RUN-DATE               IN LETTER-HEADING-1.
002900     MOVE NOTICE-DATE                IN WORK-AREAS
002910       TO LH1-NOTICE-DATE            IN LETTER-HEADING-1.
002920     WRITE LETTER-REPORT-LINE        FROM LETTER-HEADING-1.
002930     MOVE SPACES                     TO LETTER-REPORT-LINE.
002940     WRITE LETTER-REPORT-LINE.
002950     WRITE LETTER-REPORT-LINE        FROM LETTER-HEADING-2.
002960
002970 100000-EXIT.
002980     EXIT.
002990
003000**************************************************************
003010*  110000-READ-PARAMETER-CARDS - RUN-DATE=YYYYMMDD IS          *
003020*    REQUIRED; NOTICE-DATE=YYYYMMDD OVERRIDES TODAY'S DATE AS  *
003030*    THE DATE STAMPED AND PRINTED ON THE LETTERS.  A BAD OR    *
003040*    MISSING CARD ENDS THE RUN BEFORE ANYTHING IS TOUCHED.     *
003050**************************************************************
003060 110000-READ-PARAMETER-CARDS.
003070
003080     OPEN INPUT PARAMETER-CARD-FILE.
003090
003100     IF FCRPARM-STATUS-NOT-FOUND
003110         DISPLAY 'FCRXLTR - PARAMETER FILE REQUIRED '
003120                 '(RUN-DATE=YYYYMMDD) - RUN ENDED'
003130         MOVE 16 TO RETURN-CODE
003140         STOP RUN
003150     END-IF.
003160
003170     IF NOT FCRPARM-STATUS-OK
003180         MOVE 'FCRPARM' TO FEC-FILE-ID
003190         MOVE FCRPARM-STATUS TO FEC-FILE-STATUS
003200         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
003210     END-IF.
003220
003230     PERFORM 111000-PROCESS-ONE-CARD THRU 111000-EXIT
003240       UNTIL PARM-EOF                IN WORK-AREAS.
003250
003260     CLOSE PARAMETER-CARD-FILE.
003270
003280     IF NOT RUN-DATE-GIVEN           IN WORK-AREAS
003290         DISPLAY 'FCRXLTR - RUN-DATE CARD IS REQUIRED - '
003300                 'RUN ENDED'
003310         MOVE 16 TO RETURN-CODE
003320         STOP RUN
003330     END-IF.
003340
003350 110000-EXIT.
003360     EXIT.
003370
003380 111000-PROCESS-ONE-CARD.
003390
003400     READ PARAMETER-CARD-FILE.
003410
003420     IF FCRPARM-STATUS-EOF
003430         SET PARM-EOF                IN WORK-AREAS TO TRUE
003440         GO TO 111000-EXIT
003450     END-IF.
003460
003470     IF NOT FCRPARM-STATUS-OK
003480         MOVE 'FCRPARM' TO FEC-FILE-ID
003490         MOVE FCRPARM-STATUS TO FEC-FILE-STATUS
003500         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
003510     END-IF.
003520
003530     IF PARAMETER-CARD-RECORD (1 : 1) EQUAL '*'
003540       OR PARAMETER-CARD-RECORD EQUAL SPACES
003550         GO TO 111000-EXIT
003560     END-IF.
003570
003580     EVALUATE TRUE
003590       WHEN PARAMETER-CARD-RECORD (1 : 9) EQUAL 'RUN-DATE='
003600         IF PARAMETER-CARD-RECORD (10 : 8) NUMERIC
003610             MOVE PARAMETER-CARD-RECORD (10 : 8)
003620               TO SELECT-RUN-DATE    IN WORK-AREAS
003630             SET RUN-DATE-GIVEN      IN WORK-AREAS TO TRUE
003640         ELSE
003650             DISPLAY 'FCRXLTR - RUN-DATE MUST BE YYYYMMDD: '
003660                     PARAMETER-CARD-RECORD
003670             MOVE 16 TO RETURN-CODE
003680             STOP RUN
003690         END-IF
003700       WHEN PARAMETER-CARD-RECORD (1 : 12) EQUAL 'NOTICE-DATE='
003710         IF PARAMETER-CARD-RECORD (13 : 8) NUMERIC
003720             MOVE PARAMETER-CARD-RECORD (13 : 8)
003730               TO NOTICE-DATE        IN WORK-AREAS
003740         ELSE
003750             DISPLAY 'FCRXLTR - NOTICE-DATE MUST BE YYYYMMDD: '
003760                     PARAMETER-CARD-RECORD
003770             MOVE 16 TO RETURN-CODE
003780             STOP RUN
003790         END-IF
003800       WHEN OTHER
003810         DISPLAY 'FCRXLTR - INVALID PARAMETER CARD: '
003820                 PARAMETER-CARD-RECORD
003830         MOVE 16 TO RETURN-CODE
003840         STOP RUN
003850     END-EVALUATE.
003860
003870 111000-EXIT.
003880     EXIT.
003890
003900**************************************************************
003910*  200000-EXTRACT-ONE-EXCEPTION - READS ONE KEYED EXCEPTION.   *
003920*    THE FILE IS IN POLICY ORDER, SO A CHANGE OF POLICY ID     *
003930*    WRITES THE LETTERS STAGED FOR THE POLICY BEFORE IT.  AN   *
003940*    EXCEPTION THAT IS ELIGIBLE FOR NOTICE IS STAGED ON THE    *
003950*    DROPPED OR REDIRECTED ROW BY ITS DISPOSITION.             *
003960**************************************************************
003970 200000-EXTRACT-ONE-EXCEPTION.
003980
003990     READ KEYED-EXCEPTION-FILE.
004000
004010     IF FCRXKEY-STATUS-EOF
004020         SET KEYED-EOF               IN WORK-AREAS TO TRUE
004030         GO TO 200000-EXIT
004040     END-IF.
004050
004060     IF NOT FCRXKEY-STATUS-OK
004070         MOVE 'FCRXKEY' TO FEC-FILE-ID
004080         MOVE FCRXKEY-STATUS TO FEC-FILE-STATUS
004090         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
004100     END-IF.
004110
004120     ADD 1 TO RECORDS-READ-CTR       IN LETTER-COUNTERS.
004130
004140     PERFORM 220000-TEST-NOTICE-ELIGIBLE THRU 220000-EXIT.
004150
004160     IF NOT NOTICE-ELIGIBLE          IN WORK-AREAS
004170         GO TO 200000-EXIT
004180     END-IF.
004190
004200     IF FKX-POLICY-ID                IN KEYED-EXCEPTION-RECORD
004210       NOT EQUAL CURRENT-POLICY-ID   IN WORK-AREAS
004220         PERFORM 250000-WRITE-POLICY-LETTERS THRU 250000-EXIT
004230         MOVE FKX-POLICY-ID          IN KEYED-EXCEPTION-RECORD
004240           TO CURRENT-POLICY-ID      IN WORK-AREAS
004250         MOVE FKX-PLAN-CODE          IN KEYED-EXCEPTION-RECORD
004260           TO CURRENT-PLAN-CODE      IN WORK-AREAS
004270     END-IF.
004280
004290     PERFORM 210000-STAGE-ONE-FUND   THRU 210000-EXIT.
004300
004310 200000-EXIT.
004320     EXIT.
004330
004340**************************************************************
004350*  210000-STAGE-ONE-FUND - ADDS THE EXCEPTION IN HAND TO ITS   *
004360*    LETTER ROW.  A ROW THAT ALREADY HOLDS AS MANY FUNDS AS    *
004370*    ONE LETTER RECORD CAN LIST IS WRITTEN FIRST, AND THE FUND *
004380*    IN HAND STARTS THE LETTER'S NEXT CONTINUATION RECORD.     *
004390**************************************************************
004400 210000-STAGE-ONE-FUND.
004410
004420     IF FKX-REDIRECTED               IN KEYED-EXCEPTION-RECORD
004430         MOVE 2 TO LSC-ROW           IN LETTER-STAGE-CONTROLS
004440     ELSE
004450         MOVE 1 TO LSC-ROW           IN LETTER-STAGE-CONTROLS
004460     END-IF.
004470
004480     IF LST-ENTRY-COUNT              IN LETTER-STAGE
004490                                     (LSC-ROW
004500                                  IN LETTER-STAGE-CONTROLS)
004510       NOT LESS THAN
004520        LSC-MAX-ENTRIES              IN LETTER-STAGE-CONTROLS
004525         PERFORM 251000-WRITE-ONE-LETTER THRU 251000-EXIT
004530         ADD 1
004535           TO LST-LETTER-SEQUENCE      IN LETTER-STAGE
004540                                       (LSC-ROW
004545                                    IN LETTER-STAGE-CONTROLS)
004550         MOVE ZERO
004555           TO LST-ENTRY-COUNT          IN LETTER-STAGE
004560                                       (LSC-ROW
004565                                    IN LETTER-STAGE-CONTROLS)
004570              LST-TOTAL-BALANCE        IN LETTER-STAGE
004575                                       (LSC-ROW
004580                                    IN LETTER-STAGE-CONTROLS)
004600     END-IF.
004610
004620     ADD 1
004630       TO LST-ENTRY-COUNT            IN LETTER-STAGE
004640                                     (LSC-ROW
004650                                  IN LETTER-STAGE-CONTROLS).
004660     MOVE LST-ENTRY-COUNT            IN LETTER-STAGE
004670                                     (LSC-ROW
004680                                  IN LETTER-STAGE-CONTROLS)
004690       TO LSC-SUBSCRIPT              IN LETTER-STAGE-CONTROLS.
004700
004710     MOVE FKX-FUND-NUMBER            IN KEYED-EXCEPTION-RECORD
004720       TO LST-FUND-NUMBER            IN LETTER-STAGE
004730                                     (LSC-ROW
004740                                  IN LETTER-STAGE-CONTROLS,
004750                                      LSC-SUBSCRIPT
004760                                  IN LETTER-STAGE-CONTROLS).
004770     MOVE FKX-FUND-BALANCE           IN KEYED-EXCEPTION-RECORD
004780       TO LST-FUND-BALANCE           IN LETTER-STAGE
004790                                     (LSC-ROW
004800                                  IN LETTER-STAGE-CONTROLS,
004810                                      LSC-SUBSCRIPT
004820                                  IN LETTER-STAGE-CONTROLS).
004830     MOVE FKX-BALANCE-AREA           IN KEYED-EXCEPTION-RECORD
004840       TO LST-BALANCE-AREA           IN LETTER-STAGE
004850                                     (LSC-ROW
004860                                  IN LETTER-STAGE-CONTROLS,
004870                                      LSC-SUBSCRIPT
004880                                  IN LETTER-STAGE-CONTROLS).
004890     MOVE FKX-OCCURRENCE-NUMBER      IN KEYED-EXCEPTION-RECORD
004900       TO LST-OCCURRENCE-NUMBER      IN LETTER-STAGE
004910                                     (LSC-ROW
004920                                  IN LETTER-STAGE-CONTROLS,
004930                                      LSC-SUBSCRIPT
004940                                  IN LETTER-STAGE-CONTROLS).
004950     ADD FKX-FUND-BALANCE            IN KEYED-EXCEPTION-RECORD
004960       TO LST-TOTAL-BALANCE          IN LETTER-STAGE
004970                                     (LSC-ROW
004980                                  IN LETTER-STAGE-CONTROLS).
004990
005000     ADD 1 TO EXCEPTIONS-NOTICED-CTR IN LETTER-COUNTERS.
005010     ADD FKX-FUND-BALANCE            IN KEYED-EXCEPTION-RECORD
005020       TO NOTICED-BALANCE-TOTAL      IN LETTER-COUNTERS.
005030
005040 210000-EXIT.
005050     EXIT.
005060
005070**************************************************************
005080*  220000-TEST-NOTICE-ELIGIBLE - AN EXCEPTION IS NOTICED WHEN  *
005090*    IT BELONGS TO THE SELECTED RUN DATE, HAS NO NOTICE DATE   *
005100*    YET AND IS STILL UNRESOLVED.  BOTH PASSES USE THIS ONE    *
005110*    TEST, SO THE RECORDS STAMPED ARE EXACTLY THE RECORDS      *
005120*    LETTERED.  A RECORD LOADED BEFORE THE NOTICE DATE         *
005130*    EXISTED CARRIES NO VALID DATE AND COUNTS AS NOT SENT.     *
005140**************************************************************
005150 220000-TEST-NOTICE-ELIGIBLE.
005160
005170     MOVE SPACE
005180       TO NOTICE-ELIGIBLE-SW         IN WORK-AREAS.
005190
005200     IF FKX-RUN-DATE                 IN KEYED-EXCEPTION-RECORD
005210       NOT EQUAL SELECT-RUN-DATE     IN WORK-AREAS
005220         ADD 1 TO OTHER-RUN-DATE-CTR IN LETTER-COUNTERS
005230         GO TO 220000-EXIT
005240     END-IF.
005250
005260     IF FKX-NOTICE-DATE              IN KEYED-EXCEPTION-RECORD
005270       NUMERIC
005280       AND FKX-NOTICE-DATE           IN KEYED-EXCEPTION-RECORD
005290           GREATER THAN ZERO
005300         ADD 1 TO ALREADY-NOTICED-CTR IN LETTER-COUNTERS
005310         GO TO 220000-EXIT
005320     END-IF.
005330
005340     IF NOT FKX-UNRESOLVED           IN KEYED-EXCEPTION-RECORD
005350         ADD 1 TO RESOLVED-SKIPPED-CTR IN LETTER-COUNTERS
005360         GO TO 220000-EXIT
005370     END-IF.
005380
005390     SET NOTICE-ELIGIBLE             IN WORK-AREAS TO TRUE.
005400
005410 220000-EXIT.
005420     EXIT.
005430
005440**************************************************************
005450*  250000-WRITE-POLICY-LETTERS - WRITES ONE LETTER FOR EACH    *
005460*    STAGED ROW THAT HOLDS ANY FUNDS, THEN CLEARS THE STAGE    *
005470*    FOR THE NEXT POLICY.  NOTHING STAGED WRITES NOTHING.      *
005480**************************************************************
005490 250000-WRITE-POLICY-LETTERS.
005500
005510     MOVE 1 TO LSC-ROW               IN LETTER-STAGE-CONTROLS.
005520     PERFORM 250500-WRITE-ONE-ROW    THRU 250500-EXIT
005530       UNTIL LSC-ROW                 IN LETTER-STAGE-CONTROLS
005540             GREATER THAN 2.
005550
005560     PERFORM 260000-CLEAR-LETTER-STAGE THRU 260000-EXIT.
005570
005580 250000-EXIT.
005590     EXIT.
005600
005601 250500-WRITE-ONE-ROW.
005602
005603     PERFORM 251000-WRITE-ONE-LETTER THRU 251000-EXIT.
005604
005605     ADD 1 TO LSC-ROW                IN LETTER-STAGE-CONTROLS.
005606
005607 250500-EXIT.
005608     EXIT.
005609
005610 251000-WRITE-ONE-LETTER.
005620
005630     IF LST-ENTRY-COUNT              IN LETTER-STAGE
005640                                     (LSC-ROW
005650                                  IN LETTER-STAGE-CONTROLS)
005660       EQUAL ZERO
005670         GO TO 251000-EXIT
005680     END-IF.
005690
005700     MOVE SPACES                     TO LETTER-EXTRACT-RECORD.
005710     MOVE CURRENT-POLICY-ID          IN WORK-AREAS
005720       TO FLT-POLICY-ID              IN LETTER-EXTRACT-RECORD.
005730     MOVE CURRENT-PLAN-CODE          IN WORK-AREAS
005740       TO FLT-PLAN-CODE              IN LETTER-EXTRACT-RECORD.
005750     MOVE LSC-LETTER-TYPE            IN LETTER-TYPE-NAMES
005760                                     (LSC-ROW
005770                                  IN LETTER-STAGE-CONTROLS)
005780       TO FLT-LETTER-TYPE            IN LETTER-EXTRACT-RECORD.
005782     MOVE LST-LETTER-SEQUENCE        IN LETTER-STAGE
005784                                     (LSC-ROW
005786                                  IN LETTER-STAGE-CONTROLS)
005788       TO FLT-LETTER-SEQUENCE        IN LETTER-EXTRACT-RECORD.
005790     MOVE SELECT-RUN-DATE            IN WORK-AREAS
005800       TO FLT-RUN-DATE               IN LETTER-EXTRACT-RECORD.
005810     MOVE NOTICE-DATE                IN WORK-AREAS
005820       TO FLT-NOTICE-DATE            IN LETTER-EXTRACT-RECORD.
005830     MOVE LST-ENTRY-COUNT            IN LETTER-STAGE
005840                                     (LSC-ROW
005850                                  IN LETTER-STAGE-CONTROLS)
005860       TO FLT-FUND-COUNT             IN LETTER-EXTRACT-RECORD.
005870     MOVE LST-TOTAL-BALANCE          IN LETTER-STAGE
005880                                     (LSC-ROW
005890                                  IN LETTER-STAGE-CONTROLS)
005900       TO FLT-TOTAL-BALANCE          IN LETTER-EXTRACT-RECORD.
005910
005920     MOVE 1 TO LSC-SUBSCRIPT         IN LETTER-STAGE-CONTROLS.
005930     PERFORM 252000-LIST-ONE-FUND    THRU 252000-EXIT
005940       UNTIL LSC-SUBSCRIPT           IN LETTER-STAGE-CONTROLS
005950             GREATER THAN
005960             LST-ENTRY-COUNT         IN LETTER-STAGE
005970                                     (LSC-ROW
005980                                  IN LETTER-STAGE-CONTROLS).
005990
006000     WRITE LETTER-EXTRACT-RECORD.
006010     IF NOT FCRLTRX-STATUS-OK
006020         MOVE 'FCRLTRX' TO FEC-FILE-ID
006030         MOVE FCRLTRX-STATUS TO FEC-FILE-STATUS
006040         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
006050     END-IF.
006060
006065* A CONTINUATION RECORD IS PART OF A LETTER ALREADY COUNTED.
006070     IF FLT-LETTER-SEQUENCE          IN LETTER-EXTRACT-RECORD
006075       GREATER THAN 1
006080         ADD 1 TO CONTINUATION-RECORDS-CTR IN LETTER-COUNTERS
006090     ELSE
006092         IF FLT-REDIRECTED-LETTER    IN LETTER-EXTRACT-RECORD
006094             ADD 1 TO REDIRECTED-LETTERS-CTR IN LETTER-COUNTERS
006096         ELSE
006098             ADD 1 TO DROPPED-LETTERS-CTR IN LETTER-COUNTERS
006100         END-IF
006110     END-IF.
006120
006130     MOVE FLT-POLICY-ID              IN LETTER-EXTRACT-RECORD
006140       TO LDL-POLICY-ID              IN LETTER-DETAIL-LINE.
006150     MOVE FLT-PLAN-CODE              IN LETTER-EXTRACT-RECORD
006160       TO LDL-PLAN-CODE              IN LETTER-DETAIL-LINE.
006170     MOVE FLT-LETTER-TYPE            IN LETTER-EXTRACT-RECORD
006180       TO LDL-LETTER-TYPE            IN LETTER-DETAIL-LINE.
006182     MOVE FLT-LETTER-SEQUENCE        IN LETTER-EXTRACT-RECORD
006184       TO LDL-LETTER-SEQUENCE        IN LETTER-DETAIL-LINE.
006190     MOVE FLT-FUND-COUNT             IN LETTER-EXTRACT-RECORD
006200       TO LDL-FUND-COUNT             IN LETTER-DETAIL-LINE.
006210     MOVE FLT-TOTAL-BALANCE          IN LETTER-EXTRACT-RECORD
006220       TO LDL-TOTAL-BALANCE          IN LETTER-DETAIL-LINE.
006230     WRITE LETTER-REPORT-LINE        FROM LETTER-DETAIL-LINE.
006240     IF NOT FCRLRPT-STATUS-OK
006250         MOVE 'FCRLRPT' TO FEC-FILE-ID
006260         MOVE FCRLRPT-STATUS TO FEC-FILE-STATUS
006270         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
006280     END-IF.
006290
006320
006330 251000-EXIT.
006340     EXIT.
006350
006360 252000-LIST-ONE-FUND.
006370
006380     MOVE LST-FUND-NUMBER            IN LETTER-STAGE
006390                                     (LSC-ROW
006400                                  IN LETTER-STAGE-CONTROLS,
006410                                      LSC-SUBSCRIPT
006420                                  IN LETTER-STAGE-CONTROLS)
006430       TO FLT-FUND-NUMBER            IN LETTER-EXTRACT-RECORD
006440                                     (LSC-SUBSCRIPT
006450                                  IN LETTER-STAGE-CONTROLS).
006460     MOVE LST-FUND-BALANCE           IN LETTER-STAGE
006470                                     (LSC-ROW
006480                                  IN LETTER-STAGE-CONTROLS,
006490                                      LSC-SUBSCRIPT
006500                                  IN LETTER-STAGE-CONTROLS)
006510       TO FLT-FUND-BALANCE           IN LETTER-EXTRACT-RECORD
006520                                     (LSC-SUBSCRIPT
006530                                  IN LETTER-STAGE-CONTROLS).
006540     MOVE LST-BALANCE-AREA           IN LETTER-STAGE
006550                                     (LSC-ROW
006560                                  IN LETTER-STAGE-CONTROLS,
006570                                      LSC-SUBSCRIPT
006580                                  IN LETTER-STAGE-CONTROLS)
006590       TO FLT-BALANCE-AREA           IN LETTER-EXTRACT-RECORD
006600                                     (LSC-SUBSCRIPT
006610                                  IN LETTER-STAGE-CONTROLS).
006620     MOVE LST-OCCURRENCE-NUMBER      IN LETTER-STAGE
006630                                     (LSC-ROW
006640                                  IN LETTER-STAGE-CONTROLS,
006650                                      LSC-SUBSCRIPT
006660                                  IN LETTER-STAGE-CONTROLS)
006670       TO FLT-OCCURRENCE-NUMBER      IN LETTER-EXTRACT-RECORD
006680                                     (LSC-SUBSCRIPT
006690                                  IN LETTER-STAGE-CONTROLS).
006700
006710     ADD 1 TO LSC-SUBSCRIPT          IN LETTER-STAGE-CONTROLS.
006720
006730 252000-EXIT.
006740     EXIT.
006750
006760 260000-CLEAR-LETTER-STAGE.
006770
006780     MOVE ZERO
006790       TO LST-ENTRY-COUNT            IN LETTER-STAGE (1)
006800          LST-TOTAL-BALANCE          IN LETTER-STAGE (1)
006810          LST-ENTRY-COUNT            IN LETTER-STAGE (2)
006820          LST-TOTAL-BALANCE          IN LETTER-STAGE (2).
006822     MOVE 1
006824       TO LST-LETTER-SEQUENCE        IN LETTER-STAGE (1)
006826          LST-LETTER-SEQUENCE        IN LETTER-STAGE (2).
006830
006840 260000-EXIT.
006850     EXIT.
006860
006870**************************************************************
006880*  300000-STAMP-NOTICE-DATES - THE LETTER FILE IS CLOSED       *
006890*    FIRST, THEN THE KEYED FILE IS READ AGAIN FROM THE TOP     *
006900*    AND EVERY EXCEPTION THAT PASSED THE NOTICE TEST IS        *
006910*    REWRITTEN WITH THE NOTICE DATE.                           *
006920**************************************************************
006930 300000-STAMP-NOTICE-DATES.
006940
006950     CLOSE LETTER-EXTRACT-FILE.
006960     IF NOT FCRLTRX-STATUS-OK
006970         MOVE 'FCRLTRX' TO FEC-FILE-ID
006980         MOVE FCRLTRX-STATUS TO FEC-FILE-STATUS
006990         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
007000     END-IF.
007010     CLOSE KEYED-EXCEPTION-FILE.
007020
007030     IF EXCEPTIONS-NOTICED-CTR       IN LETTER-COUNTERS
007040       EQUAL ZERO
007050         GO TO 300000-EXIT
007060     END-IF.
007070
007080* THE FIRST PASS COUNTED THE SKIPS - THEY ARE NOT COUNTED AGAIN.
007090     MOVE ZERO
007100       TO OTHER-RUN-DATE-CTR         IN LETTER-COUNTERS
007110          ALREADY-NOTICED-CTR        IN LETTER-COUNTERS
007120          RESOLVED-SKIPPED-CTR       IN LETTER-COUNTERS.
007130
007140     OPEN I-O KEYED-EXCEPTION-FILE.
007150     IF NOT FCRXKEY-STATUS-OK
007160         MOVE 'FCRXKEY' TO FEC-FILE-ID
007170         MOVE FCRXKEY-STATUS TO FEC-FILE-STATUS
007180         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
007190     END-IF.
007200
007210     MOVE SPACE
007220       TO KEYED-EOF-SW               IN WORK-AREAS.
007230     PERFORM 310000-STAMP-ONE-EXCEPTION THRU 310000-EXIT
007240       UNTIL KEYED-EOF               IN WORK-AREAS.
007250
007260     CLOSE KEYED-EXCEPTION-FILE.
007270
007280 300000-EXIT.
007290     EXIT.
007300
007310 310000-STAMP-ONE-EXCEPTION.
007320
007330     READ KEYED-EXCEPTION-FILE.
007340
007350     IF FCRXKEY-STATUS-EOF
007360         SET KEYED-EOF               IN WORK-AREAS TO TRUE
007370         GO TO 310000-EXIT
007380     END-IF.
007390
007400     IF NOT FCRXKEY-STATUS-OK
007410         MOVE 'FCRXKEY' TO FEC-FILE-ID
007420         MOVE FCRXKEY-STATUS TO FEC-FILE-STATUS
007430         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
007440     END-IF.
007450
007460     PERFORM 220000-TEST-NOTICE-ELIGIBLE THRU 220000-EXIT.
007470
007480     IF NOT NOTICE-ELIGIBLE          IN WORK-AREAS
007490         GO TO 310000-EXIT
007500     END-IF.
007510
007520     MOVE NOTICE-DATE                IN WORK-AREAS
007530       TO FKX-NOTICE-DATE            IN KEYED-EXCEPTION-RECORD.
007540
007550     REWRITE KEYED-EXCEPTION-RECORD.
007560     IF NOT FCRXKEY-STATUS-OK
007570         MOVE 'FCRXKEY' TO FEC-FILE-ID
007580         MOVE FCRXKEY-STATUS TO FEC-FILE-STATUS
007590         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
007600     END-IF.
007610
007620     ADD 1 TO RECORDS-STAMPED-CTR    IN LETTER-COUNTERS.
007630
007640 310000-EXIT.
007650     EXIT.
007660
007670**************************************************************
007680*  400000-TERMINATION - RUN TOTALS.  THE EXCEPTIONS STAMPED    *
007690*    MUST EQUAL THE EXCEPTIONS LETTERED; A DIFFERENCE MEANS    *
007700*    THE KEYED FILE CHANGED BETWEEN THE PASSES AND THE RUN     *
007710*    ENDS WITH RETURN CODE 8 FOR THE LETTERS TO BE CHECKED     *
007720*    BEFORE THEY GO TO THE MAIL HOUSE.                         *
007730**************************************************************
007740 400000-TERMINATION.
007750
007760     MOVE SPACES                     TO LETTER-REPORT-LINE.
007770     WRITE LETTER-REPORT-LINE.
007780
007790     MOVE SPACES                     TO LETTER-TOTAL-LINE.
007800     MOVE 'EXCEPTION RECORDS READ'   TO LTL-LABEL.
007810     MOVE RECORDS-READ-CTR           IN LETTER-COUNTERS
007820       TO LTL-VALUE.
007830     WRITE LETTER-REPORT-LINE        FROM LETTER-TOTAL-LINE.
007840
007850     MOVE SPACES                     TO LETTER-TOTAL-LINE.
007860     MOVE 'OTHER RUN DATES - NOT SELECTED'
007870                                     TO LTL-LABEL.
007880     MOVE OTHER-RUN-DATE-CTR         IN LETTER-COUNTERS
007890       TO LTL-VALUE.
007900     WRITE LETTER-REPORT-LINE        FROM LETTER-TOTAL-LINE.
007910
007920     MOVE SPACES                     TO LETTER-TOTAL-LINE.
007930     MOVE 'ALREADY NOTICED - NOT MAILED AGAIN'
007940                                     TO LTL-LABEL.
007950     MOVE ALREADY-NOTICED-CTR        IN LETTER-COUNTERS
007960       TO LTL-VALUE.
007970     WRITE LETTER-REPORT-LINE        FROM LETTER-TOTAL-LINE.
007980
007990     MOVE SPACES                     TO LETTER-TOTAL-LINE.
008000     MOVE 'RESOLVED BEFORE NOTICE - NOT MAILED'
008010                                     TO LTL-LABEL.
008020     MOVE RESOLVED-SKIPPED-CTR       IN LETTER-COUNTERS
008030       TO LTL-VALUE.
008040     WRITE LETTER-REPORT-LINE        FROM LETTER-TOTAL-LINE.
008050
008060     MOVE SPACES                     TO LETTER-TOTAL-LINE.
008070     MOVE 'EXCEPTIONS NOTICED ON LETTERS'
008080                                     TO LTL-LABEL.
008090     MOVE EXCEPTIONS-NOTICED-CTR     IN LETTER-COUNTERS
008100       TO LTL-VALUE.
008110     WRITE LETTER-REPORT-LINE        FROM LETTER-TOTAL-LINE.
008120
008130     MOVE SPACES                     TO LETTER-TOTAL-LINE.
008140     MOVE 'EXCEPTIONS STAMPED WITH THE NOTICE DATE'
008150                                     TO LTL-LABEL.
008160     MOVE RECORDS-STAMPED-CTR        IN LETTER-COUNTERS
008170       TO LTL-VALUE.
008180     WRITE LETTER-REPORT-LINE        FROM LETTER-TOTAL-LINE.
008190
008200     MOVE SPACES                     TO LETTER-TOTAL-LINE.
008210     MOVE 'DROPPED LETTERS WRITTEN'  TO LTL-LABEL.
008220     MOVE DROPPED-LETTERS-CTR        IN LETTER-COUNTERS
008230       TO LTL-VALUE.
008240     WRITE LETTER-REPORT-LINE        FROM LETTER-TOTAL-LINE.
008250
008260     MOVE SPACES                     TO LETTER-TOTAL-LINE.
008270     MOVE 'REDIRECTED LETTERS WRITTEN'
008280                                     TO LTL-LABEL.
008290     MOVE REDIRECTED-LETTERS-CTR     IN LETTER-COUNTERS
008300       TO LTL-VALUE.
008310     WRITE LETTER-REPORT-LINE        FROM LETTER-TOTAL-LINE.
008320
008321     MOVE SPACES                     TO LETTER-TOTAL-LINE.
008322     MOVE 'CONTINUATION LETTER RECORDS WRITTEN'
008323                                     TO LTL-LABEL.
008324     MOVE CONTINUATION-RECORDS-CTR   IN LETTER-COUNTERS
008325       TO LTL-VALUE.
008326     WRITE LETTER-REPORT-LINE        FROM LETTER-TOTAL-LINE.
008327
008330     MOVE SPACES                     TO LETTER-AMOUNT-LINE.
008340     MOVE 'BALANCE TOTAL NOTICED'    TO LAL-LABEL.
008350     MOVE NOTICED-BALANCE-TOTAL      IN LETTER-COUNTERS
008360       TO LAL-VALUE.
008370     WRITE LETTER-REPORT-LINE        FROM LETTER-AMOUNT-LINE.
008380
008390     IF RECORDS-STAMPED-CTR          IN LETTER-COUNTERS
008400       NOT EQUAL
008410        EXCEPTIONS-NOTICED-CTR       IN LETTER-COUNTERS
008420         MOVE SPACES                 TO LETTER-REPORT-LINE
008430         WRITE LETTER-REPORT-LINE
008440         MOVE '*** STAMPED COUNT DOES NOT MATCH THE LETTERS - '
008450           TO LETTER-REPORT-LINE
008460         MOVE 'CHECK BEFORE MAILING ***'
008470           TO LETTER-REPORT-LINE (48 : 24)
008480         WRITE LETTER-REPORT-LINE
008490         DISPLAY 'FCRXLTR - EXCEPTIONS STAMPED DO NOT MATCH '
008500                 'EXCEPTIONS LETTERED'
008510         MOVE 8 TO RETURN-CODE
008520     END-IF.
008530
008540     CLOSE LETTER-REPORT-FILE.
008550
008560 400000-EXIT.
008570     EXIT.
008580
008590**************************************************************
008600*  900000-ABEND-ON-FILE-ERROR - COMMON HANDLER FOR A BAD FILE    *
008610*    STATUS ON OPEN, READ, WRITE, REWRITE OR CLOSE.  DISPLAYS    *
008620*    THE OFFENDING FILE AND STATUS CODE AND ABENDS THE RUN.      *
008630**************************************************************
008640 900000-ABEND-ON-FILE-ERROR.
008650
008660     DISPLAY 'FCRXLTR - I/O ERROR ON FILE ' FEC-FILE-ID
008670             ' - FILE STATUS = ' FEC-FILE-STATUS.
008680     MOVE 16 TO RETURN-CODE.
008690     STOP RUN.
008700
008710 900000-EXIT.
008720     EXIT.
