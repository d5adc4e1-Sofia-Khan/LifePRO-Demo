000010 IDENTIFICATION DIVISION.
000020
000030 PROGRAM-ID. FCRXCLS.
000040
000050*TITLE.      FUNDS CONFIGURATION END-OF-CYCLE CLOSE-OUT
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
000240* T-0241  Z001801  10/2026  INITIAL VERSION - PROVE THE NIGHT'S  *
000250*                           ARTIFACTS AGREE AND RELEASE OR HOLD  *
000260*                           THE CYCLE                            *
000270*                                                                *
000280*=================================================================
000290*                                                                *
000300*  MODULE NARRATIVE                                              *
000310*   THIS IS PART OF THE WMA / V1 FUNDS CONFIGURATION UTILITY     *
000320*    PROCESS.  IT IS THE LAST STEP OF THE NIGHTLY ANNUITY AN     *
000330*    STREAM.  EVERY EARLIER STEP PROVES ITS OWN WORK, BUT        *
000340*    NOTHING PROVED THAT THE NIGHT'S PIECES BELONG TO THE SAME   *
000350*    RUN AND AGREE WITH ONE ANOTHER.  THIS UTILITY TAKES THE     *
000360*    RUN FROM THE AUDIT CERTIFICATION RECORD (FCRXCRT, CFCRXCF1  *
000370*    FROM FCRXAUD) AND CONFIRMS:                                 *
000380*      - THE CERTIFICATION PASSED;                               *
000390*      - THE RUN IS REGISTERED ON FCRXREG UNDER THE INPUT        *
000400*        HEADER'S RUN DATE AND SOURCE JOB (NOT BACKED OUT);      *
000410*      - THE RUN LOG (FCRRLOG) AND A RUN-HISTORY ENTRY (FCRRHST) *
000420*        EXIST FOR THAT SAME RUN DATE AND SOURCE JOB, AND THE    *
000430*        LOG'S CONVERSION COUNT IS THE REGISTERED COUNT;         *
000440*      - THE FCRXEXC EXCEPTION FILE IS THE ONE THE AUDIT         *
000450*        CERTIFIED, AND ITS COUNT AND DOLLARS MATCH WHAT FCRXLOD *
000460*        ADDED TO FCRXKEY UNDER THE CONVERSION RUN DATE;         *
000470*      - ON A REDIRECT=Y RUN, THE FCRGLEX DEBIT TOTAL EQUALS     *
000480*        THE REDIRECTED EXCEPTION DOLLARS ON FCRXKEY.            *
000490*    THE CONVERSION RUN DATE IS THE CONVERTED FILE'S HEADER RUN  *
000500*    DATE - THE ENGINE'S PROCESSING DATE, STAMPED ON THE GL      *
000510*    EXTRACT AND (THROUGH FCRXLOD'S RUN-DATE=) ON FCRXKEY.       *
000520*                                                                *
000530*   ONE RELEASE/HOLD RECORD (FCRCLOS, CFCRXCO1) AND A ONE-PAGE   *
000540*    SIGN-OFF REPORT (FCRCLSR) ARE WRITTEN.  EVERY CHECK PASSED  *
000550*    RELEASES THE CYCLE WITH RETURN CODE 0; ANY FAILED CHECK     *
000560*    HOLDS IT WITH RETURN CODE 8, THE SUITE'S HOLD-FOR-REVIEW    *
000570*    CODE, SO THE SCHEDULER CAN RELEASE OR HOLD ON THE CODE.     *
000580*    A FILE THAT IS NOT THERE FAILS ITS CHECK RATHER THAN        *
000590*    ENDING THE RUN; AN I/O ERROR ENDS IT WITH RETURN CODE 16.   *
000600*                                                                *
000610*   THE OPTIONAL OPERATOR PARAMETER CARDS ARE:                   *
000620*      RUN-DATE=YYYYMMDD  SOURCE-JOB=XXXXXXXX                    *
000630*                         (THE RUN THE OPERATOR EXPECTS TO       *
000640*                          CLOSE - A CERTIFICATION FOR ANY       *
000650*                          OTHER RUN HOLDS THE CYCLE)            *
000660*      SLICES=N           (2 THRU 4 - THE RUN WAS CONVERTED IN   *
000670*                          PARALLEL SLICES.  EACH SLICE IS       *
000680*                          REGISTERED UNDER FCRSLC1-FCRSLCN AND  *
000690*                          THE COMBINED RUN LOG AND HISTORY      *
000700*                          CARRY FCRXMRG AS SOURCE JOB)          *
000710******************************************************************
000720     EJECT
000730 ENVIRONMENT DIVISION.
000740
000750 INPUT-OUTPUT SECTION.
000760
000770 FILE-CONTROL.
000780
000790     SELECT CERTIFICATION-FILE    ASSIGN TO FCRXCRT
000800                                   ORGANIZATION IS SEQUENTIAL
000810                                   FILE STATUS IS FCRXCRT-STATUS.
000820
000830     SELECT RUN-REGISTRATION-FILE ASSIGN TO FCRXREG
000840                                   ORGANIZATION IS INDEXED
000850                                   ACCESS MODE IS RANDOM
000860                                   RECORD KEY IS FRG-KEY
000870                                   FILE STATUS IS FCRXREG-STATUS.
000880
000890     SELECT RUN-LOG-FILE          ASSIGN TO FCRRLOG
000900                                   ORGANIZATION IS SEQUENTIAL
000910                                   FILE STATUS IS FCRRLOG-STATUS.
000920
000930     SELECT RUN-HISTORY-FILE      ASSIGN TO FCRRHST
000940                                   ORGANIZATION IS INDEXED
000950                                   ACCESS MODE IS DYNAMIC
000960                                   RECORD KEY IS FRH-KEY
000970                                   FILE STATUS IS FCRRHST-STATUS.
000980
000990     SELECT FUND-EXCEPTION-FILE   ASSIGN TO FCRXEXC
001000                                   ORGANIZATION IS SEQUENTIAL
001010                                   FILE STATUS IS FCRXEXC-STATUS.
001020
001030     SELECT KEYED-EXCEPTION-FILE  ASSIGN TO FCRXKEY
001040                                   ORGANIZATION IS INDEXED
001050                                   ACCESS MODE IS SEQUENTIAL
001060                                   RECORD KEY IS FKX-KEY
001070                                   FILE STATUS IS FCRXKEY-STATUS.
001080
001090     SELECT GL-EXTRACT-FILE       ASSIGN TO FCRGLEX
001100                                   ORGANIZATION IS SEQUENTIAL
001110                                   FILE STATUS IS FCRGLEX-STATUS.
001120
001130     SELECT CLOSE-OUT-FILE        ASSIGN TO FCRCLOS
001140                                   ORGANIZATION IS SEQUENTIAL
001150                                   FILE STATUS IS FCRCLOS-STATUS.
001160
001170     SELECT SIGNOFF-REPORT-FILE   ASSIGN TO FCRCLSR
001180                                   ORGANIZATION IS SEQUENTIAL
001190                                   FILE STATUS IS FCRCLSR-STATUS.
001200
001210     SELECT PARAMETER-CARD-FILE   ASSIGN TO FCRPARM
001220                                   ORGANIZATION IS SEQUENTIAL
001230                                   FILE STATUS IS FCRPARM-STATUS.
001240
001250 DATA DIVISION.
001260
001270 FILE SECTION.
001280
001290 FD  CERTIFICATION-FILE.
001300
001310 01  CERTIFICATION-RECORD.           COPY CFCRXCF1 SUPPRESS.
001320
001330 FD  RUN-REGISTRATION-FILE.
001340
001350 01  RUN-REGISTRATION-RECORD.        COPY CFCRXRG1 SUPPRESS.
001360
001370 FD  RUN-LOG-FILE.
001380
001390 01  RUN-LOG-RECORD.                 COPY CFCRXRL1 SUPPRESS.
001400
001410 FD  RUN-HISTORY-FILE.
001420
001430 01  RUN-HISTORY-RECORD.             COPY CFCRXRH1 SUPPRESS.
001440
001450 FD  FUND-EXCEPTION-FILE.
001460
001470 01  FUND-EXCEPTION-RECORD.          COPY CFCRXEX1 SUPPRESS.
001480
001490 FD  KEYED-EXCEPTION-FILE.
001500
001510 01  KEYED-EXCEPTION-RECORD.         COPY CFCRXKX1 SUPPRESS.
001520
001530 FD  GL-EXTRACT-FILE.
001540
001550 01  GL-EXTRACT-RECORD.              COPY CFCRXGL1 SUPPRESS.
001560
001570 FD  CLOSE-OUT-FILE.
001580
001590 01  CLOSE-OUT-RECORD.               COPY CFCRXCO1 SUPPRESS.
001600
001610 FD  SIGNOFF-REPORT-FILE.
001620
001630 01  SIGNOFF-REPORT-LINE             PIC X(132).
001640
001650 FD  PARAMETER-CARD-FILE.
001660
001670 01  PARAMETER-CARD-RECORD           PIC X(80).
001680
001690 WORKING-STORAGE SECTION.
001700
001710 01  FILLER                            PIC X(48)  VALUE
001720     'XXXXX FCRXCLS  WORKING STORAGE STARTS HERE XXXXX'.
001730
001740 01  FILE-STATUS-CODES.
001750     05  FCRXCRT-STATUS              PIC X(02).
001760         88  FCRXCRT-STATUS-OK               VALUE '00'.
001770         88  FCRXCRT-STATUS-EOF              VALUE '10'.
001780         88  FCRXCRT-STATUS-NO-FILE          VALUE '35'.
001790     05  FCRXREG-STATUS              PIC X(02).
001800         88  FCRXREG-STATUS-OK               VALUE '00'.
001810         88  FCRXREG-STATUS-NOT-FOUND        VALUE '23'.
001820         88  FCRXREG-STATUS-NO-FILE          VALUE '35'.
001830     05  FCRRLOG-STATUS              PIC X(02).
001840         88  FCRRLOG-STATUS-OK               VALUE '00'.
001850         88  FCRRLOG-STATUS-EOF              VALUE '10'.
001860         88  FCRRLOG-STATUS-NO-FILE          VALUE '35'.
001870     05  FCRRHST-STATUS              PIC X(02).
001880         88  FCRRHST-STATUS-OK               VALUE '00'.
001890         88  FCRRHST-STATUS-EOF              VALUE '10'.
001900         88  FCRRHST-STATUS-NOT-FOUND        VALUE '23'.
001910         88  FCRRHST-STATUS-NO-FILE          VALUE '35'.
001920     05  FCRXEXC-STATUS              PIC X(02).
001930         88  FCRXEXC-STATUS-OK               VALUE '00'.
001940         88  FCRXEXC-STATUS-EOF              VALUE '10'.
001950         88  FCRXEXC-STATUS-NO-FILE          VALUE '35'.
001960     05  FCRXKEY-STATUS              PIC X(02).
001970         88  FCRXKEY-STATUS-OK               VALUE '00'.
001980         88  FCRXKEY-STATUS-EOF              VALUE '10'.
001990         88  FCRXKEY-STATUS-NO-FILE          VALUE '35'.
002000     05  FCRGLEX-STATUS              PIC X(02).
002010         88  FCRGLEX-STATUS-OK               VALUE '00'.
002020         88  FCRGLEX-STATUS-EOF              VALUE '10'.
002030         88  FCRGLEX-STATUS-NO-FILE          VALUE '35'.
002040     05  FCRCLOS-STATUS              PIC X(02).
002050         88  FCRCLOS-STATUS-OK               VALUE '00'.
002060     05  FCRCLSR-STATUS              PIC X(02).
002070         88  FCRCLSR-STATUS-OK               VALUE '00'.
002080     05  FCRPARM-STATUS              PIC X(02).
002090         88  FCRPARM-STATUS-OK               VALUE '00'.
002100         88  FCRPARM-STATUS-EOF              VALUE '10'.
002110         88  FCRPARM-STATUS-NOT-FOUND        VALUE '35'.
002120
002130 01  FILE-ERROR-CONTROLS.
002140     05  FEC-FILE-ID                 PIC X(08).
002150     05  FEC-FILE-STATUS             PIC X(02).
002160
002170 01  WORK-AREAS.
002180     05  PARM-EOF-SW                 PIC X     VALUE SPACE.
002190         88  PARM-EOF                          VALUE 'Y'.
002200     05  INPUT-EOF-SW                PIC X     VALUE SPACE.
002210         88  INPUT-EOF                         VALUE 'Y'.
002220     05  RUN-IDENTIFIED-SW           PIC X     VALUE SPACE.
002230         88  RUN-IDENTIFIED                    VALUE 'Y'.
002240     05  REGISTRATION-OK-SW          PIC X     VALUE SPACE.
002250         88  REGISTRATION-OK                   VALUE 'Y'.
002260     05  RUN-LOG-FOUND-SW            PIC X     VALUE SPACE.
002270         88  RUN-LOG-FOUND                     VALUE 'Y'.
002280     05  HISTORY-FOUND-SW            PIC X     VALUE SPACE.
002290         88  HISTORY-FOUND                     VALUE 'Y'.
002300     05  EXCEPTION-FILE-SW           PIC X     VALUE SPACE.
002310         88  EXCEPTION-FILE-PRESENT            VALUE 'Y'.
002320     05  CHECK-RESULT-SW             PIC X     VALUE SPACE.
002330         88  CHECK-PASSED                      VALUE 'P'.
002340         88  CHECK-FAILED                      VALUE 'F'.
002350         88  CHECK-NOT-APPLICABLE              VALUE 'N'.
002360     05  CLOSE-DATE                  PIC 9(08) VALUE ZERO.
002370     05  CLOSE-TIME                  PIC 9(08) VALUE ZERO.
002380
002390**************************************************************
002400*  PARAMETER-OPTIONS - THE OPERATOR CARDS.  A ZERO RUN DATE,    *
002410*    BLANK SOURCE JOB OR ZERO SLICE COUNT MEANS NO CARD.        *
002420**************************************************************
002430 01  PARAMETER-OPTIONS.
002440     05  PARM-RUN-DATE               PIC 9(08) VALUE ZERO.
002450     05  PARM-SOURCE-JOB             PIC X(08) VALUE SPACES.
002460     05  PARM-SLICE-COUNT            PIC 9(01) VALUE ZERO.
002470         88  PARM-SLICED-RUN                   VALUE 2 THRU 4.
002480
002490**************************************************************
002500*  CLOSE-RUN-CONTROLS - THE RUN BEING CLOSED.  THE RUN DATE     *
002510*    AND SOURCE JOB ARE THE INPUT CONTROL-HEADER KEY (FCRXREG); *
002520*    THE CONVERSION DATE IS THE CONVERTED FILE'S HEADER RUN     *
002530*    DATE.  THE LOG SOURCE JOB IS THE JOB THE RUN LOG AND RUN   *
002540*    HISTORY MUST CARRY - FCRXMRG FOR A SLICED RUN.             *
002550**************************************************************
002560 01  CLOSE-RUN-CONTROLS.
002570     05  CLS-RUN-DATE                PIC 9(08) VALUE ZERO.
002580     05  CLS-SOURCE-JOB              PIC X(08) VALUE SPACES.
002590     05  CLS-CONVERSION-DATE         PIC 9(08) VALUE ZERO.
002600     05  CLS-LOG-SOURCE-JOB          PIC X(08) VALUE SPACES.
002610     05  CLS-LOG-RUN-DATE            PIC 9(08) VALUE ZERO.
002620     05  CLS-HISTORY-SEQ             PIC 9(04) VALUE ZERO.
002630     05  CLS-SLICE                   PIC S9(04) COMP.
002640     05  CLS-SLICES-REGISTERED       PIC S9(04) COMP VALUE ZERO.
002650     05  CLS-SLICES-EXPECTED         PIC S9(04) COMP VALUE ZERO.
002660     05  CLS-SLICE-JOB.
002670         10  FILLER                  PIC X(06) VALUE 'FCRSLC'.
002680         10  CLS-SLICE-DIGIT         PIC 9(01).
002690         10  FILLER                  PIC X(01) VALUE SPACE.
002700
002710 01  CLOSE-TOTALS.
002720     05  REG-CONV-TOTAL              PIC S9(09) COMP-3
002730                                      VALUE ZERO.
002740     05  EXC-RECORD-CTR              PIC S9(09) COMP-3
002750                                      VALUE ZERO.
002760     05  EXC-DOLLARS-TOTAL           PIC S9(11)V99 COMP-3
002770                                      VALUE ZERO.
002780     05  KEY-RECORD-CTR              PIC S9(09) COMP-3
002790                                      VALUE ZERO.
002800     05  KEY-DOLLARS-TOTAL           PIC S9(11)V99 COMP-3
002810                                      VALUE ZERO.
002820     05  KEY-REDIRECTED-TOTAL        PIC S9(11)V99 COMP-3
002830                                      VALUE ZERO.
002840     05  GL-DEBIT-CTR                PIC S9(09) COMP-3
002850                                      VALUE ZERO.
002860     05  GL-DEBIT-TOTAL              PIC S9(11)V99 COMP-3
002870                                      VALUE ZERO.
002880     05  GL-OTHER-DATE-CTR           PIC S9(09) COMP-3
002890                                      VALUE ZERO.
002900     05  CHECKS-MADE-CTR             PIC S9(04) COMP VALUE ZERO.
002910     05  CHECKS-FAILED-CTR           PIC S9(04) COMP VALUE ZERO.
002920     05  HOLD-REASON                 PIC X(40) VALUE SPACES.
002930
002940 01  EDIT-AREAS.
002950     05  EDIT-COUNT                  PIC ZZZ,ZZZ,ZZ9.
002960     05  EDIT-AMOUNT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002970     05  EDIT-SMALL                  PIC Z9.
002980
002990 01  SIGNOFF-TITLE-LINE.
003000     05  FILLER                      PIC X(09)  VALUE
003010         'FCRXCLS  '.
003020     05  FILLER                      PIC X(50)  VALUE
003030         'FUNDS CONFIGURATION END-OF-CYCLE CLOSE-OUT'.
003040     05  FILLER                      PIC X(11)  VALUE
003050         'RUN ON     '.
003060     05  STL-CLOSE-DATE              PIC 9(08).
003070     05  FILLER                      PIC X(01)  VALUE SPACE.
003080     05  STL-CLOSE-TIME              PIC 9(08).
003090     05  FILLER                      PIC X(45)  VALUE SPACES.
003100
003110 01  SIGNOFF-RUN-LINE.
003120     05  SRL-LABEL                   PIC X(30).
003130     05  SRL-VALUE                   PIC X(20).
003140     05  FILLER                      PIC X(82)  VALUE SPACES.
003150
003160 01  CHECK-HEADING.
003170     05  FILLER                      PIC X(04)  VALUE 'NO  '.
003180     05  FILLER                      PIC X(48)  VALUE 'CHECK'.
003190     05  FILLER                      PIC X(08)  VALUE 'RESULT'.
003200     05  FILLER                      PIC X(20)  VALUE
003210         '            EXPECTED'.
003220     05  FILLER                      PIC X(20)  VALUE
003230         '               FOUND'.
003240     05  FILLER                      PIC X(02)  VALUE SPACES.
003250     05  FILLER                      PIC X(30)  VALUE 'NOTE'.
003260
003270 01  CHECK-LINE.
003280     05  CKL-NUMBER                  PIC Z9.
003290     05  FILLER                      PIC X(02)  VALUE SPACES.
003300     05  CKL-TEXT                    PIC X(46).
003310     05  FILLER                      PIC X(02)  VALUE SPACES.
003320     05  CKL-RESULT                  PIC X(06).
003330     05  FILLER                      PIC X(02)  VALUE SPACES.
003340     05  CKL-EXPECTED                PIC X(18)  JUSTIFIED RIGHT.
003350     05  FILLER                      PIC X(02)  VALUE SPACES.
003360     05  CKL-FOUND                   PIC X(18)  JUSTIFIED RIGHT.
003370     05  FILLER                      PIC X(02)  VALUE SPACES.
003380     05  CKL-NOTE                    PIC X(32).
003390
003400 01  SIGNOFF-MESSAGE-LINE.
003410     05  SML-TEXT                    PIC X(60).
003420     05  SML-VALUE                   PIC X(40).
003430     05  FILLER                      PIC X(32)  VALUE SPACES.
003440
003450 01  FILLER                          PIC X(48)  VALUE
003460     'XXXX FCRXCLS  WORKING STORAGE ENDS HERE XXXX'.
003470     EJECT
003480 PROCEDURE DIVISION.
003490
003500 000000-MAINLINE.
003510
003520     PERFORM 100000-INITIALIZATION     THRU 100000-EXIT.
003530
003540     PERFORM 200000-IDENTIFY-RUN       THRU 200000-EXIT.
003550
003560     IF RUN-IDENTIFIED                 IN WORK-AREAS
003570         PERFORM 300000-CHECK-REGISTRATION THRU 300000-EXIT
003580         PERFORM 400000-CHECK-RUN-LOG  THRU 400000-EXIT
003590         PERFORM 500000-CHECK-RUN-HISTORY THRU 500000-EXIT
003600         PERFORM 600000-CHECK-EXCEPTIONS THRU 600000-EXIT
003610         PERFORM 700000-CHECK-GL-EXTRACT THRU 700000-EXIT
003620     END-IF.
003630
003640     PERFORM 800000-TERMINATION        THRU 800000-EXIT.
003650
003660 000000-EXIT.
003670     GOBACK.
003680
003690
003700 100000-INITIALIZATION.
003710
003720     OPEN OUTPUT CLOSE-OUT-FILE.
003730     IF NOT FCRCLOS-STATUS-OK
003740         MOVE 'FCRCLOS' TO FEC-FILE-ID
003750         MOVE FCRCLOS-STATUS TO FEC-FILE-STATUS
003760         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
003770     END-IF.
003780     OPEN OUTPUT SIGNOFF-REPORT-FILE.
003790     IF NOT FCRCLSR-STATUS-OK
003800         MOVE 'FCRCLSR' TO FEC-FILE-ID
003810         MOVE FCRCLSR-STATUS TO FEC-FILE-STATUS
003820         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
003830     END-IF.
003840
003850     ACCEPT CLOSE-DATE               IN WORK-AREAS
003860         FROM DATE YYYYMMDD.
003870     ACCEPT CLOSE-TIME               IN WORK-AREAS
003880         FROM TIME.
003890
003900     PERFORM 110000-READ-PARAMETER-CARDS THRU 110000-EXIT.
003910
003920     MOVE CLOSE-DATE                 IN WORK-AREAS
003930       TO STL-CLOSE-DATE             IN SIGNOFF-TITLE-LINE.
003940     MOVE CLOSE-TIME                 IN WORK-AREAS
003950       TO STL-CLOSE-TIME             IN SIGNOFF-TITLE-LINE.
003960     MOVE SIGNOFF-TITLE-LINE         TO SIGNOFF-REPORT-LINE.
003970     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
003980     MOVE SPACES                     TO SIGNOFF-REPORT-LINE.
003990     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
004000
004010 100000-EXIT.
004020     EXIT.
004030
004040**************************************************************
004050*  110000-READ-PARAMETER-CARDS - READS THE OPERATOR CARD FILE.  *
004060*    NO CARD FILE MEANS THE RUN IS TAKEN FROM THE               *
004070*    CERTIFICATION RECORD AS IT STANDS, UNSLICED.               *
004080**************************************************************
004090 110000-READ-PARAMETER-CARDS.
004100
004110     OPEN INPUT PARAMETER-CARD-FILE.
004120
004130     IF FCRPARM-STATUS-NOT-FOUND
004140         GO TO 110000-EXIT
004150     END-IF.
004160
004170     IF NOT FCRPARM-STATUS-OK
004180         MOVE 'FCRPARM' TO FEC-FILE-ID
004190         MOVE FCRPARM-STATUS TO FEC-FILE-STATUS
004200         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
004210     END-IF.
004220
004230     PERFORM 111000-PROCESS-ONE-CARD THRU 111000-EXIT
004240       UNTIL PARM-EOF                IN WORK-AREAS.
004250
004260     CLOSE PARAMETER-CARD-FILE.
004270
004280 110000-EXIT.
004290     EXIT.
004300
004310 111000-PROCESS-ONE-CARD.
004320
004330     READ PARAMETER-CARD-FILE.
004340
004350     IF FCRPARM-STATUS-EOF
004360         SET PARM-EOF                IN WORK-AREAS TO TRUE
004370         GO TO 111000-EXIT
004380     END-IF.
004390
004400     IF NOT FCRPARM-STATUS-OK
004410         MOVE 'FCRPARM' TO FEC-FILE-ID
004420         MOVE FCRPARM-STATUS TO FEC-FILE-STATUS
004430         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
004440     END-IF.
004450
004460     IF PARAMETER-CARD-RECORD (1 : 1) EQUAL '*'
004470       OR PARAMETER-CARD-RECORD EQUAL SPACES
004480         GO TO 111000-EXIT
004490     END-IF.
004500
004510     EVALUATE TRUE
004520       WHEN PARAMETER-CARD-RECORD (1 : 9) EQUAL 'RUN-DATE='
004530         IF PARAMETER-CARD-RECORD (10 : 8) NUMERIC
004540             MOVE PARAMETER-CARD-RECORD (10 : 8)
004550               TO PARM-RUN-DATE      IN PARAMETER-OPTIONS
004560         ELSE
004570             DISPLAY 'FCRXCLS - RUN-DATE MUST BE YYYYMMDD: '
004580                     PARAMETER-CARD-RECORD
004590             MOVE 16 TO RETURN-CODE
004600             STOP RUN
004610         END-IF
004620       WHEN PARAMETER-CARD-RECORD (1 : 11) EQUAL 'SOURCE-JOB='
004630         MOVE PARAMETER-CARD-RECORD (12 : 8)
004640           TO PARM-SOURCE-JOB        IN PARAMETER-OPTIONS
004650       WHEN PARAMETER-CARD-RECORD (1 : 7) EQUAL 'SLICES='
004660         IF PARAMETER-CARD-RECORD (8 : 1) NUMERIC
004670             MOVE PARAMETER-CARD-RECORD (8 : 1)
004680               TO PARM-SLICE-COUNT   IN PARAMETER-OPTIONS
004690         ELSE
004700             MOVE ZERO
004710               TO PARM-SLICE-COUNT   IN PARAMETER-OPTIONS
004720         END-IF
004730         IF NOT PARM-SLICED-RUN      IN PARAMETER-OPTIONS
004740             DISPLAY 'FCRXCLS - SLICES MUST BE 2 THRU 4: '
004750                     PARAMETER-CARD-RECORD
004760             MOVE 16 TO RETURN-CODE
004770             STOP RUN
004780         END-IF
004790       WHEN OTHER
004800         DISPLAY 'FCRXCLS - INVALID PARAMETER CARD: '
004810                 PARAMETER-CARD-RECORD
004820         MOVE 16 TO RETURN-CODE
004830         STOP RUN
004840     END-EVALUATE.
004850
004860 111000-EXIT.
004870     EXIT.
004880
004890**************************************************************
004900*  200000-IDENTIFY-RUN - READS THE AUDIT CERTIFICATION RECORD,  *
004910*    WHICH NAMES THE RUN BEING CLOSED, AND PROVES IT AGAINST    *
004920*    ANY RUN-DATE= / SOURCE-JOB= CARDS.  WITH NO CERTIFICATION, *
004930*    NO CONTROL HEADERS, OR A CERTIFICATION FOR ANOTHER RUN,    *
004940*    NOTHING ELSE CAN BE TIED TO THE RUN AND THE CYCLE IS HELD  *
004950*    ON THAT ONE CHECK.                                         *
004960**************************************************************
004970 200000-IDENTIFY-RUN.
004980
004990     MOVE SPACES                     TO CHECK-LINE.
005000     MOVE 'AUDIT CERTIFICATION RECORD FOR THE RUN'
005010       TO CKL-TEXT                   IN CHECK-LINE.
005020     SET CHECK-FAILED                IN WORK-AREAS TO TRUE.
005030
005040     OPEN INPUT CERTIFICATION-FILE.
005050     IF FCRXCRT-STATUS-NO-FILE
005060         MOVE 'NO CERTIFICATION FILE (FCRXCRT)'
005070           TO CKL-NOTE               IN CHECK-LINE
005080         PERFORM 280000-RECORD-CHECK THRU 280000-EXIT
005090         GO TO 200000-EXIT
005100     END-IF.
005110     IF NOT FCRXCRT-STATUS-OK
005120         MOVE 'FCRXCRT' TO FEC-FILE-ID
005130         MOVE FCRXCRT-STATUS TO FEC-FILE-STATUS
005140         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
005150     END-IF.
005160
005170     READ CERTIFICATION-FILE.
005180     IF FCRXCRT-STATUS-EOF
005190         MOVE 'CERTIFICATION FILE IS EMPTY'
005200           TO CKL-NOTE               IN CHECK-LINE
005210         CLOSE CERTIFICATION-FILE
005220         PERFORM 280000-RECORD-CHECK THRU 280000-EXIT
005230         GO TO 200000-EXIT
005240     END-IF.
005250     IF NOT FCRXCRT-STATUS-OK
005260         MOVE 'FCRXCRT' TO FEC-FILE-ID
005270         MOVE FCRXCRT-STATUS TO FEC-FILE-STATUS
005280         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
005290     END-IF.
005300
005310     CLOSE CERTIFICATION-FILE.
005320
005330     MOVE FCF-INPUT-RUN-DATE         IN CERTIFICATION-RECORD
005340       TO CLS-RUN-DATE               IN CLOSE-RUN-CONTROLS.
005350     MOVE FCF-INPUT-SOURCE-JOB       IN CERTIFICATION-RECORD
005360       TO CLS-SOURCE-JOB             IN CLOSE-RUN-CONTROLS.
005370     MOVE FCF-OUTPUT-RUN-DATE        IN CERTIFICATION-RECORD
005380       TO CLS-CONVERSION-DATE        IN CLOSE-RUN-CONTROLS.
005390
005400     PERFORM 210000-REPORT-RUN       THRU 210000-EXIT.
005410
005420     IF CLS-RUN-DATE                 IN CLOSE-RUN-CONTROLS
005430       EQUAL ZERO
005440       OR CLS-CONVERSION-DATE        IN CLOSE-RUN-CONTROLS
005450          EQUAL ZERO
005460         MOVE 'CERTIFIED FILES HAVE NO HEADER'
005470           TO CKL-NOTE               IN CHECK-LINE
005480         PERFORM 280000-RECORD-CHECK THRU 280000-EXIT
005490         GO TO 200000-EXIT
005500     END-IF.
005510
005520     IF PARM-RUN-DATE                IN PARAMETER-OPTIONS
005530       NOT EQUAL ZERO
005540       AND PARM-RUN-DATE             IN PARAMETER-OPTIONS
005550           NOT EQUAL CLS-RUN-DATE    IN CLOSE-RUN-CONTROLS
005560         MOVE 'CERTIFICATION IS FOR ANOTHER RUN'
005570           TO CKL-NOTE               IN CHECK-LINE
005580         PERFORM 280000-RECORD-CHECK THRU 280000-EXIT
005590         GO TO 200000-EXIT
005600     END-IF.
005610
005620     IF PARM-SOURCE-JOB              IN PARAMETER-OPTIONS
005630       NOT EQUAL SPACES
005640       AND PARM-SOURCE-JOB           IN PARAMETER-OPTIONS
005650           NOT EQUAL CLS-SOURCE-JOB  IN CLOSE-RUN-CONTROLS
005660         MOVE 'CERTIFICATION IS FOR ANOTHER RUN'
005670           TO CKL-NOTE               IN CHECK-LINE
005680         PERFORM 280000-RECORD-CHECK THRU 280000-EXIT
005690         GO TO 200000-EXIT
005700     END-IF.
005710
005720     SET CHECK-PASSED                IN WORK-AREAS TO TRUE.
005730     PERFORM 280000-RECORD-CHECK     THRU 280000-EXIT.
005740     SET RUN-IDENTIFIED              IN WORK-AREAS TO TRUE.
005750
005760     IF PARM-SLICED-RUN              IN PARAMETER-OPTIONS
005770         MOVE 'FCRXMRG '
005780           TO CLS-LOG-SOURCE-JOB     IN CLOSE-RUN-CONTROLS
005790     ELSE
005800         MOVE CLS-SOURCE-JOB         IN CLOSE-RUN-CONTROLS
005810           TO CLS-LOG-SOURCE-JOB     IN CLOSE-RUN-CONTROLS
005820     END-IF.
005830
005840     MOVE SPACES                     TO CHECK-LINE.
005850     MOVE 'AUDIT CERTIFICATION PASSED (FCRXAUD)'
005860       TO CKL-TEXT                   IN CHECK-LINE.
005870     MOVE ZERO                       TO EDIT-COUNT.
005880     MOVE EDIT-COUNT
005890       TO CKL-EXPECTED               IN CHECK-LINE.
005900     MOVE FCF-UNEXPLAINED-DIFF       IN CERTIFICATION-RECORD
005910       TO EDIT-COUNT.
005920     MOVE EDIT-COUNT
005930       TO CKL-FOUND                  IN CHECK-LINE.
005940     MOVE 'UNEXPLAINED DIFFERENCES'
005950       TO CKL-NOTE                   IN CHECK-LINE.
005960     IF FCF-CERTIFIED                IN CERTIFICATION-RECORD
005970         SET CHECK-PASSED            IN WORK-AREAS TO TRUE
005980     ELSE
005990         SET CHECK-FAILED            IN WORK-AREAS TO TRUE
006000     END-IF.
006010     PERFORM 280000-RECORD-CHECK     THRU 280000-EXIT.
006020
006030 200000-EXIT.
006040     EXIT.
006050
006060**************************************************************
006070*  210000-REPORT-RUN - PRINTS THE RUN BEING CLOSED AS THE       *
006080*    CERTIFICATION NAMES IT, AHEAD OF THE CHECK LINES.          *
006090**************************************************************
006100 210000-REPORT-RUN.
006110
006120     MOVE SPACES                     TO SIGNOFF-RUN-LINE.
006130     MOVE 'INPUT HEADER RUN DATE'    TO SRL-LABEL.
006140     MOVE CLS-RUN-DATE               IN CLOSE-RUN-CONTROLS
006150       TO SRL-VALUE.
006160     MOVE SIGNOFF-RUN-LINE           TO SIGNOFF-REPORT-LINE.
006170     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
006180
006190     MOVE SPACES                     TO SIGNOFF-RUN-LINE.
006200     MOVE 'INPUT HEADER SOURCE JOB'  TO SRL-LABEL.
006210     MOVE CLS-SOURCE-JOB             IN CLOSE-RUN-CONTROLS
006220       TO SRL-VALUE.
006230     MOVE SIGNOFF-RUN-LINE           TO SIGNOFF-REPORT-LINE.
006240     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
006250
006260     MOVE SPACES                     TO SIGNOFF-RUN-LINE.
006270     MOVE 'CONVERSION RUN DATE'      TO SRL-LABEL.
006280     MOVE CLS-CONVERSION-DATE        IN CLOSE-RUN-CONTROLS
006290       TO SRL-VALUE.
006300     MOVE SIGNOFF-RUN-LINE           TO SIGNOFF-REPORT-LINE.
006310     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
006320
006330     MOVE SPACES                     TO SIGNOFF-RUN-LINE.
006340     MOVE 'CERTIFIED ON'             TO SRL-LABEL.
006350     MOVE FCF-CERTIFY-DATE           IN CERTIFICATION-RECORD
006360       TO SRL-VALUE.
006370     MOVE SIGNOFF-RUN-LINE           TO SIGNOFF-REPORT-LINE.
006380     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
006390
006400     MOVE SPACES                     TO SIGNOFF-RUN-LINE.
006410     MOVE 'DROPPED BALANCES REDIRECTED'
006420       TO SRL-LABEL.
006430     IF FCF-RUN-REDIRECTED           IN CERTIFICATION-RECORD
006440         MOVE 'YES'                  TO SRL-VALUE
006450     ELSE
006460         MOVE 'NO'                   TO SRL-VALUE
006470     END-IF.
006480     MOVE SIGNOFF-RUN-LINE           TO SIGNOFF-REPORT-LINE.
006490     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
006500
006510     MOVE SPACES                     TO SIGNOFF-RUN-LINE.
006520     MOVE 'PARALLEL SLICES'          TO SRL-LABEL.
006530     IF PARM-SLICED-RUN              IN PARAMETER-OPTIONS
006540         MOVE PARM-SLICE-COUNT       IN PARAMETER-OPTIONS
006550           TO SRL-VALUE
006560     ELSE
006570         MOVE 'NONE'                 TO SRL-VALUE
006580     END-IF.
006590     MOVE SIGNOFF-RUN-LINE           TO SIGNOFF-REPORT-LINE.
006600     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
006610
006620     MOVE SPACES                     TO SIGNOFF-REPORT-LINE.
006630     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
006640     MOVE CHECK-HEADING              TO SIGNOFF-REPORT-LINE.
006650     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
006660
006670 210000-EXIT.
006680     EXIT.
006690
006700**************************************************************
006710*  280000-RECORD-CHECK - PRINTS THE CHECK LINE IN HAND WITH     *
006720*    ITS RESULT AND COUNTS IT.  THE FIRST FAILED CHECK BECOMES  *
006730*    THE HOLD REASON.  A CHECK THAT DOES NOT APPLY TO THIS RUN  *
006740*    IS PRINTED BUT NOT COUNTED.                                *
006750**************************************************************
006760 280000-RECORD-CHECK.
006770
006780     IF CHECK-NOT-APPLICABLE         IN WORK-AREAS
006790         MOVE 'N/A'
006800           TO CKL-RESULT             IN CHECK-LINE
006810         GO TO 280000-WRITE
006820     END-IF.
006830
006840     ADD 1 TO CHECKS-MADE-CTR        IN CLOSE-TOTALS.
006850     MOVE CHECKS-MADE-CTR            IN CLOSE-TOTALS
006860       TO CKL-NUMBER                 IN CHECK-LINE.
006870
006880     IF CHECK-PASSED                 IN WORK-AREAS
006890         MOVE 'PASSED'
006900           TO CKL-RESULT             IN CHECK-LINE
006910     ELSE
006920         MOVE 'FAILED'
006930           TO CKL-RESULT             IN CHECK-LINE
006940         ADD 1 TO CHECKS-FAILED-CTR  IN CLOSE-TOTALS
006950         IF HOLD-REASON              IN CLOSE-TOTALS
006960           EQUAL SPACES
006970             MOVE CKL-TEXT           IN CHECK-LINE
006980               TO HOLD-REASON        IN CLOSE-TOTALS
006990         END-IF
007000     END-IF.
007010
007020 280000-WRITE.
007030
007040     MOVE CHECK-LINE                 TO SIGNOFF-REPORT-LINE.
007050     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
007060
007070 280000-EXIT.
007080     EXIT.
007090
007100 290000-WRITE-REPORT-LINE.
007110
007120     WRITE SIGNOFF-REPORT-LINE.
007130     IF NOT FCRCLSR-STATUS-OK
007140         MOVE 'FCRCLSR' TO FEC-FILE-ID
007150         MOVE FCRCLSR-STATUS TO FEC-FILE-STATUS
007160         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
007170     END-IF.
007180
007190 290000-EXIT.
007200     EXIT.
007210
007220**************************************************************
007230*  300000-CHECK-REGISTRATION - THE RUN MUST BE REGISTERED ON    *
007240*    FCRXREG UNDER ITS INPUT HEADER RUN DATE AND SOURCE JOB,    *
007250*    AND NOT BACKED OUT.  A SLICED RUN REGISTERED EACH SLICE    *
007260*    UNDER FCRSLC1 THRU FCRSLCN WITH THE SAME RUN DATE, AND     *
007270*    EVERY SLICE MUST BE THERE.  THE REGISTERED CONVERSION      *
007280*    COUNTS ARE SUMMED FOR THE RUN-LOG CHECK.                   *
007290**************************************************************
007300 300000-CHECK-REGISTRATION.
007310
007320     MOVE SPACES                     TO CHECK-LINE.
007330     MOVE 'RUN REGISTERED ON FCRXREG (NOT BACKED OUT)'
007340       TO CKL-TEXT                   IN CHECK-LINE.
007350     SET CHECK-FAILED                IN WORK-AREAS TO TRUE.
007360
007370     OPEN INPUT RUN-REGISTRATION-FILE.
007380     IF FCRXREG-STATUS-NO-FILE
007390         MOVE 'NO REGISTRATION FILE (FCRXREG)'
007400           TO CKL-NOTE               IN CHECK-LINE
007410         PERFORM 280000-RECORD-CHECK THRU 280000-EXIT
007420         GO TO 300000-EXIT
007430     END-IF.
007440     IF NOT FCRXREG-STATUS-OK
007450         MOVE 'FCRXREG' TO FEC-FILE-ID
007460         MOVE FCRXREG-STATUS TO FEC-FILE-STATUS
007470         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
007480     END-IF.
007490
007500     IF PARM-SLICED-RUN              IN PARAMETER-OPTIONS
007510         MOVE PARM-SLICE-COUNT       IN PARAMETER-OPTIONS
007520           TO CLS-SLICES-EXPECTED    IN CLOSE-RUN-CONTROLS
007530         MOVE 1
007540           TO CLS-SLICE              IN CLOSE-RUN-CONTROLS
007550         PERFORM 310000-CHECK-ONE-SLICE THRU 310000-EXIT
007560           UNTIL CLS-SLICE           IN CLOSE-RUN-CONTROLS
007570                 GREATER THAN
007580                 CLS-SLICES-EXPECTED IN CLOSE-RUN-CONTROLS
007590     ELSE
007600         MOVE 1
007610           TO CLS-SLICES-EXPECTED    IN CLOSE-RUN-CONTROLS
007620         MOVE CLS-SOURCE-JOB         IN CLOSE-RUN-CONTROLS
007630           TO FRG-SOURCE-JOB         IN RUN-REGISTRATION-RECORD
007640         PERFORM 320000-READ-REGISTRATION THRU 320000-EXIT
007650     END-IF.
007660
007670     CLOSE RUN-REGISTRATION-FILE.
007680
007690     MOVE CLS-SLICES-EXPECTED        IN CLOSE-RUN-CONTROLS
007700       TO EDIT-COUNT.
007710     MOVE EDIT-COUNT
007720       TO CKL-EXPECTED               IN CHECK-LINE.
007730     MOVE CLS-SLICES-REGISTERED      IN CLOSE-RUN-CONTROLS
007740       TO EDIT-COUNT.
007750     MOVE EDIT-COUNT
007760       TO CKL-FOUND                  IN CHECK-LINE.
007770
007780     IF CLS-SLICES-REGISTERED        IN CLOSE-RUN-CONTROLS
007790       EQUAL CLS-SLICES-EXPECTED     IN CLOSE-RUN-CONTROLS
007800         SET REGISTRATION-OK         IN WORK-AREAS TO TRUE
007810         SET CHECK-PASSED            IN WORK-AREAS TO TRUE
007820         MOVE 'REGISTRATIONS'
007830           TO CKL-NOTE               IN CHECK-LINE
007840     END-IF.
007850
007860     PERFORM 280000-RECORD-CHECK     THRU 280000-EXIT.
007870
007880 300000-EXIT.
007890     EXIT.
007900
007910 310000-CHECK-ONE-SLICE.
007920
007930     MOVE CLS-SLICE                  IN CLOSE-RUN-CONTROLS
007940       TO CLS-SLICE-DIGIT            IN CLOSE-RUN-CONTROLS.
007950     MOVE CLS-SLICE-JOB              IN CLOSE-RUN-CONTROLS
007960       TO FRG-SOURCE-JOB             IN RUN-REGISTRATION-RECORD.
007970
007980     PERFORM 320000-READ-REGISTRATION THRU 320000-EXIT.
007990
008000     ADD 1 TO CLS-SLICE              IN CLOSE-RUN-CONTROLS.
008010
008020 310000-EXIT.
008030     EXIT.
008040
008050**************************************************************
008060*  320000-READ-REGISTRATION - LOOKS UP ONE REGISTRATION UNDER   *
008070*    THE RUN DATE AND THE SOURCE JOB ALREADY IN THE KEY.  ONLY  *
008080*    A REGISTERED (NOT BACKED OUT) RECORD COUNTS.               *
008090**************************************************************
008100 320000-READ-REGISTRATION.
008110
008120     MOVE CLS-RUN-DATE               IN CLOSE-RUN-CONTROLS
008130       TO FRG-RUN-DATE               IN RUN-REGISTRATION-RECORD.
008140
008150     READ RUN-REGISTRATION-FILE.
008160
008170     IF FCRXREG-STATUS-NOT-FOUND
008180         MOVE 'REGISTRATION MISSING'
008190           TO CKL-NOTE               IN CHECK-LINE
008200         GO TO 320000-EXIT
008210     END-IF.
008220
008230     IF NOT FCRXREG-STATUS-OK
008240         MOVE 'FCRXREG' TO FEC-FILE-ID
008250         MOVE FCRXREG-STATUS TO FEC-FILE-STATUS
008260         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
008270     END-IF.
008280
008290     IF NOT FRG-REGISTERED           IN RUN-REGISTRATION-RECORD
008300         MOVE 'REGISTRATION BACKED OUT'
008310           TO CKL-NOTE               IN CHECK-LINE
008320         GO TO 320000-EXIT
008330     END-IF.
008340
008350     ADD 1 TO CLS-SLICES-REGISTERED  IN CLOSE-RUN-CONTROLS.
008360     ADD FRG-CONV-CTR                IN RUN-REGISTRATION-RECORD
008370       TO REG-CONV-TOTAL             IN CLOSE-TOTALS.
008380
008390 320000-EXIT.
008400     EXIT.
008410
008420**************************************************************
008430*  400000-CHECK-RUN-LOG - THE RUN LOG MUST CARRY THE RUN'S      *
008440*    INPUT HEADER RUN DATE AND SOURCE JOB (FCRXMRG FOR A        *
008450*    SLICED RUN).  WHEN IT DOES AND THE REGISTRATION PROVED,    *
008460*    THE LOG'S CONVERSION COUNT MUST BE THE REGISTERED COUNT.   *
008470**************************************************************
008480 400000-CHECK-RUN-LOG.
008490
008500     MOVE SPACES                     TO CHECK-LINE.
008510     MOVE 'RUN LOG (FCRRLOG) FOR THE SAME RUN'
008520       TO CKL-TEXT                   IN CHECK-LINE.
008530     SET CHECK-FAILED                IN WORK-AREAS TO TRUE.
008540
008550     OPEN INPUT RUN-LOG-FILE.
008560     IF FCRRLOG-STATUS-NO-FILE
008570         MOVE 'NO RUN LOG FILE (FCRRLOG)'
008580           TO CKL-NOTE               IN CHECK-LINE
008590         PERFORM 280000-RECORD-CHECK THRU 280000-EXIT
008600         GO TO 400000-EXIT
008610     END-IF.
008620     IF NOT FCRRLOG-STATUS-OK
008630         MOVE 'FCRRLOG' TO FEC-FILE-ID
008640         MOVE FCRRLOG-STATUS TO FEC-FILE-STATUS
008650         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
008660     END-IF.
008670
008680     READ RUN-LOG-FILE.
008690     IF FCRRLOG-STATUS-EOF
008700         MOVE 'RUN LOG IS EMPTY'
008710           TO CKL-NOTE               IN CHECK-LINE
008720         CLOSE RUN-LOG-FILE
008730         PERFORM 280000-RECORD-CHECK THRU 280000-EXIT
008740         GO TO 400000-EXIT
008750     END-IF.
008760     IF NOT FCRRLOG-STATUS-OK
008770         MOVE 'FCRRLOG' TO FEC-FILE-ID
008780         MOVE FCRRLOG-STATUS TO FEC-FILE-STATUS
008790         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
008800     END-IF.
008810
008820     CLOSE RUN-LOG-FILE.
008830
008840     MOVE CLS-RUN-DATE               IN CLOSE-RUN-CONTROLS
008850       TO CKL-EXPECTED               IN CHECK-LINE.
008860     MOVE RLOG-HDR-RUN-DATE          IN RUN-LOG-RECORD
008870       TO CKL-FOUND                  IN CHECK-LINE.
008880
008890     IF RLOG-HDR-RUN-DATE            IN RUN-LOG-RECORD
008900       NOT EQUAL CLS-RUN-DATE        IN CLOSE-RUN-CONTROLS
008910       OR RLOG-HDR-SOURCE-JOB        IN RUN-LOG-RECORD
008920          NOT EQUAL CLS-LOG-SOURCE-JOB
008930                                     IN CLOSE-RUN-CONTROLS
008940         STRING 'LOG IS FOR RUN FROM '
008950                RLOG-HDR-SOURCE-JOB  IN RUN-LOG-RECORD
008960                DELIMITED BY SIZE
008970           INTO CKL-NOTE             IN CHECK-LINE
008980         PERFORM 280000-RECORD-CHECK THRU 280000-EXIT
008990         GO TO 400000-EXIT
009000     END-IF.
009010
009020     SET RUN-LOG-FOUND               IN WORK-AREAS TO TRUE.
009030     MOVE RLOG-RUN-DATE              IN RUN-LOG-RECORD
009040       TO CLS-LOG-RUN-DATE           IN CLOSE-RUN-CONTROLS.
009050     SET CHECK-PASSED                IN WORK-AREAS TO TRUE.
009060     STRING 'LOGGED ' RLOG-RUN-DATE  IN RUN-LOG-RECORD
009070            ' BY '
009080            RLOG-HDR-SOURCE-JOB      IN RUN-LOG-RECORD
009090            DELIMITED BY SIZE
009100       INTO CKL-NOTE                 IN CHECK-LINE.
009110     PERFORM 280000-RECORD-CHECK     THRU 280000-EXIT.
009120
009130     IF NOT REGISTRATION-OK          IN WORK-AREAS
009140         GO TO 400000-EXIT
009150     END-IF.
009160
009170     MOVE SPACES                     TO CHECK-LINE.
009180     MOVE 'RUN LOG CONVERSIONS EQUAL REGISTERED COUNT'
009190       TO CKL-TEXT                   IN CHECK-LINE.
009200     MOVE REG-CONV-TOTAL             IN CLOSE-TOTALS
009210       TO EDIT-COUNT.
009220     MOVE EDIT-COUNT
009230       TO CKL-EXPECTED               IN CHECK-LINE.
009240     MOVE RLOG-CONV-CTR              IN RUN-LOG-RECORD
009250       TO EDIT-COUNT.
009260     MOVE EDIT-COUNT
009270       TO CKL-FOUND                  IN CHECK-LINE.
009280     IF RLOG-CONV-CTR                IN RUN-LOG-RECORD
009290       EQUAL REG-CONV-TOTAL          IN CLOSE-TOTALS
009300         SET CHECK-PASSED            IN WORK-AREAS TO TRUE
009310     ELSE
009320         SET CHECK-FAILED            IN WORK-AREAS TO TRUE
009330     END-IF.
009340     PERFORM 280000-RECORD-CHECK     THRU 280000-EXIT.
009350
009360 400000-EXIT.
009370     EXIT.
009380
009390**************************************************************
009400*  500000-CHECK-RUN-HISTORY - FCRXRHU FILES THE RUN LOG UNDER   *
009410*    THE LOG'S OWN RUN DATE PLUS A SEQUENCE, SO THE HISTORY IS  *
009420*    BROWSED FROM THE FIRST SEQUENCE OF THAT DATE FOR AN ENTRY  *
009430*    CARRYING THE RUN'S INPUT HEADER RUN DATE AND SOURCE JOB.   *
009440*    WITH NO USABLE RUN LOG THE CONVERSION DATE IS BROWSED.     *
009450**************************************************************
009460 500000-CHECK-RUN-HISTORY.
009470
009480     MOVE SPACES                     TO CHECK-LINE.
009490     MOVE 'RUN-HISTORY ENTRY (FCRRHST) FOR THE SAME RUN'
009500       TO CKL-TEXT                   IN CHECK-LINE.
009510     SET CHECK-FAILED                IN WORK-AREAS TO TRUE.
009520
009530     IF NOT RUN-LOG-FOUND            IN WORK-AREAS
009540         MOVE CLS-CONVERSION-DATE    IN CLOSE-RUN-CONTROLS
009550           TO CLS-LOG-RUN-DATE       IN CLOSE-RUN-CONTROLS
009560     END-IF.
009570
009580     OPEN INPUT RUN-HISTORY-FILE.
009590     IF FCRRHST-STATUS-NO-FILE
009600         MOVE 'NO RUN-HISTORY FILE (FCRRHST)'
009610           TO CKL-NOTE               IN CHECK-LINE
009620         PERFORM 280000-RECORD-CHECK THRU 280000-EXIT
009630         GO TO 500000-EXIT
009640     END-IF.
009650     IF NOT FCRRHST-STATUS-OK
009660         MOVE 'FCRRHST' TO FEC-FILE-ID
009670         MOVE FCRRHST-STATUS TO FEC-FILE-STATUS
009680         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
009690     END-IF.
009700
009710     MOVE CLS-LOG-RUN-DATE           IN CLOSE-RUN-CONTROLS
009720       TO FRH-RUN-DATE               IN RUN-HISTORY-RECORD.
009730     MOVE ZERO
009740       TO FRH-RUN-SEQ                IN RUN-HISTORY-RECORD.
009750
009760     START RUN-HISTORY-FILE
009770       KEY IS NOT LESS THAN FRH-KEY  IN RUN-HISTORY-RECORD.
009780
009790     MOVE SPACE
009800       TO INPUT-EOF-SW               IN WORK-AREAS.
009810     IF FCRRHST-STATUS-NOT-FOUND
009820         SET INPUT-EOF               IN WORK-AREAS TO TRUE
009830     ELSE
009840         IF NOT FCRRHST-STATUS-OK
009850             MOVE 'FCRRHST' TO FEC-FILE-ID
009860             MOVE FCRRHST-STATUS TO FEC-FILE-STATUS
009870             PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
009880         END-IF
009890     END-IF.
009900
009910     PERFORM 510000-READ-ONE-HISTORY THRU 510000-EXIT
009920       UNTIL INPUT-EOF               IN WORK-AREAS
009930          OR HISTORY-FOUND           IN WORK-AREAS.
009940
009950     CLOSE RUN-HISTORY-FILE.
009960
009970     MOVE CLS-LOG-RUN-DATE           IN CLOSE-RUN-CONTROLS
009980       TO CKL-EXPECTED               IN CHECK-LINE.
009990
010000     IF HISTORY-FOUND                IN WORK-AREAS
010010         SET CHECK-PASSED            IN WORK-AREAS TO TRUE
010020         MOVE CLS-LOG-RUN-DATE       IN CLOSE-RUN-CONTROLS
010030           TO CKL-FOUND              IN CHECK-LINE
010040         STRING 'RUN SEQUENCE '
010050                CLS-HISTORY-SEQ      IN CLOSE-RUN-CONTROLS
010060                DELIMITED BY SIZE
010070           INTO CKL-NOTE             IN CHECK-LINE
010080     ELSE
010090         MOVE 'NO ENTRY FOR THE RUN ON THAT DATE'
010100           TO CKL-NOTE               IN CHECK-LINE
010110     END-IF.
010120
010130     PERFORM 280000-RECORD-CHECK     THRU 280000-EXIT.
010140
010150 500000-EXIT.
010160     EXIT.
010170
010180 510000-READ-ONE-HISTORY.
010190
010200     READ RUN-HISTORY-FILE NEXT RECORD.
010210
010220     IF FCRRHST-STATUS-EOF
010230         SET INPUT-EOF               IN WORK-AREAS TO TRUE
010240         GO TO 510000-EXIT
010250     END-IF.
010260
010270     IF NOT FCRRHST-STATUS-OK
010280         MOVE 'FCRRHST' TO FEC-FILE-ID
010290         MOVE FCRRHST-STATUS TO FEC-FILE-STATUS
010300         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
010310     END-IF.
010320
010330     IF FRH-RUN-DATE                 IN RUN-HISTORY-RECORD
010340       NOT EQUAL CLS-LOG-RUN-DATE    IN CLOSE-RUN-CONTROLS
010350         SET INPUT-EOF               IN WORK-AREAS TO TRUE
010360         GO TO 510000-EXIT
010370     END-IF.
010380
010390     IF FRH-HDR-RUN-DATE             IN RUN-HISTORY-RECORD
010400       EQUAL CLS-RUN-DATE            IN CLOSE-RUN-CONTROLS
010410       AND FRH-HDR-SOURCE-JOB        IN RUN-HISTORY-RECORD
010420           EQUAL CLS-LOG-SOURCE-JOB  IN CLOSE-RUN-CONTROLS
010430         SET HISTORY-FOUND           IN WORK-AREAS TO TRUE
010440         MOVE FRH-RUN-SEQ            IN RUN-HISTORY-RECORD
010450           TO CLS-HISTORY-SEQ        IN CLOSE-RUN-CONTROLS
010460     END-IF.
010470
010480 510000-EXIT.
010490     EXIT.
010500
010510**************************************************************
010520*  600000-CHECK-EXCEPTIONS - TOTALS THE FLAT EXCEPTION FILE     *
010530*    (FCRXEXC) AND THE KEYED EXCEPTIONS FCRXLOD ADDED UNDER     *
010540*    THE CONVERSION RUN DATE (FCRXKEY).  THE FLAT FILE MUST BE  *
010550*    THE ONE THE AUDIT CERTIFIED, AND THE KEYED LOAD MUST       *
010560*    CARRY THE SAME COUNT AND DOLLARS.  A KEYED FILE NOT YET    *
010570*    ALLOCATED HAS NOTHING LOADED.                              *
010580**************************************************************
010590 600000-CHECK-EXCEPTIONS.
010600
010610     PERFORM 610000-TOTAL-FLAT-EXCEPTIONS THRU 610000-EXIT.
010620
010630     PERFORM 620000-TOTAL-KEYED-EXCEPTIONS THRU 620000-EXIT.
010640
010650     MOVE SPACES                     TO CHECK-LINE.
010660     MOVE 'FCRXEXC IS THE FILE THE AUDIT CERTIFIED'
010670       TO CKL-TEXT                   IN CHECK-LINE.
010680     MOVE FCF-EXCEPTION-COUNT        IN CERTIFICATION-RECORD
010690       TO EDIT-COUNT.
010700     MOVE EDIT-COUNT
010710       TO CKL-EXPECTED               IN CHECK-LINE.
010720     MOVE EXC-RECORD-CTR             IN CLOSE-TOTALS
010730       TO EDIT-COUNT.
010740     MOVE EDIT-COUNT
010750       TO CKL-FOUND                  IN CHECK-LINE.
010760     IF NOT EXCEPTION-FILE-PRESENT   IN WORK-AREAS
010770         SET CHECK-FAILED            IN WORK-AREAS TO TRUE
010780         MOVE 'NO EXCEPTION FILE (FCRXEXC)'
010790           TO CKL-NOTE               IN CHECK-LINE
010800     ELSE
010810         IF EXC-RECORD-CTR           IN CLOSE-TOTALS
010820           EQUAL FCF-EXCEPTION-COUNT IN CERTIFICATION-RECORD
010830           AND EXC-DOLLARS-TOTAL     IN CLOSE-TOTALS
010840             EQUAL FCF-EXCEPTION-DOLLARS
010850                                     IN CERTIFICATION-RECORD
010860             SET CHECK-PASSED        IN WORK-AREAS TO TRUE
010870             MOVE 'RECORDS AND DOLLARS AGREE'
010880               TO CKL-NOTE           IN CHECK-LINE
010890         ELSE
010900             SET CHECK-FAILED        IN WORK-AREAS TO TRUE
010910             MOVE 'RECORDS OR DOLLARS DIFFER'
010920               TO CKL-NOTE           IN CHECK-LINE
010930         END-IF
010940     END-IF.
010950     PERFORM 280000-RECORD-CHECK     THRU 280000-EXIT.
010960
010970     MOVE SPACES                     TO CHECK-LINE.
010980     MOVE 'FCRXEXC COUNT EQUALS FCRXKEY LOADED FOR RUN'
010990       TO CKL-TEXT                   IN CHECK-LINE.
011000     MOVE EXC-RECORD-CTR             IN CLOSE-TOTALS
011010       TO EDIT-COUNT.
011020     MOVE EDIT-COUNT
011030       TO CKL-EXPECTED               IN CHECK-LINE.
011040     MOVE KEY-RECORD-CTR             IN CLOSE-TOTALS
011050       TO EDIT-COUNT.
011060     MOVE EDIT-COUNT
011070       TO CKL-FOUND                  IN CHECK-LINE.
011080     STRING 'FCRXKEY RUN DATE '
011090            CLS-CONVERSION-DATE      IN CLOSE-RUN-CONTROLS
011100            DELIMITED BY SIZE
011110       INTO CKL-NOTE                 IN CHECK-LINE.
011120     IF EXCEPTION-FILE-PRESENT       IN WORK-AREAS
011130       AND KEY-RECORD-CTR            IN CLOSE-TOTALS
011140           EQUAL EXC-RECORD-CTR      IN CLOSE-TOTALS
011150         SET CHECK-PASSED            IN WORK-AREAS TO TRUE
011160     ELSE
011170         SET CHECK-FAILED            IN WORK-AREAS TO TRUE
011180     END-IF.
011190     PERFORM 280000-RECORD-CHECK     THRU 280000-EXIT.
011200
011210     MOVE SPACES                     TO CHECK-LINE.
011220     MOVE 'FCRXEXC DOLLARS EQUAL FCRXKEY LOADED FOR RUN'
011230       TO CKL-TEXT                   IN CHECK-LINE.
011240     MOVE EXC-DOLLARS-TOTAL          IN CLOSE-TOTALS
011250       TO EDIT-AMOUNT.
011260     MOVE EDIT-AMOUNT
011270       TO CKL-EXPECTED               IN CHECK-LINE.
011280     MOVE KEY-DOLLARS-TOTAL          IN CLOSE-TOTALS
011290       TO EDIT-AMOUNT.
011300     MOVE EDIT-AMOUNT
011310       TO CKL-FOUND                  IN CHECK-LINE.
011320     IF EXCEPTION-FILE-PRESENT       IN WORK-AREAS
011330       AND KEY-DOLLARS-TOTAL         IN CLOSE-TOTALS
011340           EQUAL EXC-DOLLARS-TOTAL   IN CLOSE-TOTALS
011350         SET CHECK-PASSED            IN WORK-AREAS TO TRUE
011360     ELSE
011370         SET CHECK-FAILED            IN WORK-AREAS TO TRUE
011380     END-IF.
011390     PERFORM 280000-RECORD-CHECK     THRU 280000-EXIT.
011400
011410 600000-EXIT.
011420     EXIT.
011430
011440 610000-TOTAL-FLAT-EXCEPTIONS.
011450
011460     OPEN INPUT FUND-EXCEPTION-FILE.
011470     IF FCRXEXC-STATUS-NO-FILE
011480         GO TO 610000-EXIT
011490     END-IF.
011500     IF NOT FCRXEXC-STATUS-OK
011510         MOVE 'FCRXEXC' TO FEC-FILE-ID
011520         MOVE FCRXEXC-STATUS TO FEC-FILE-STATUS
011530         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
011540     END-IF.
011550
011560     SET EXCEPTION-FILE-PRESENT      IN WORK-AREAS TO TRUE.
011570     MOVE SPACE
011580       TO INPUT-EOF-SW               IN WORK-AREAS.
011590
011600     PERFORM 611000-READ-ONE-FLAT    THRU 611000-EXIT
011610       UNTIL INPUT-EOF               IN WORK-AREAS.
011620
011630     CLOSE FUND-EXCEPTION-FILE.
011640
011650 610000-EXIT.
011660     EXIT.
011670
011680 611000-READ-ONE-FLAT.
011690
011700     READ FUND-EXCEPTION-FILE.
011710
011720     IF FCRXEXC-STATUS-EOF
011730         SET INPUT-EOF               IN WORK-AREAS TO TRUE
011740         GO TO 611000-EXIT
011750     END-IF.
011760
011770     IF NOT FCRXEXC-STATUS-OK
011780         MOVE 'FCRXEXC' TO FEC-FILE-ID
011790         MOVE FCRXEXC-STATUS TO FEC-FILE-STATUS
011800         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
011810     END-IF.
011820
011830     ADD 1 TO EXC-RECORD-CTR         IN CLOSE-TOTALS.
011840     ADD FCX-FUND-BALANCE            IN FUND-EXCEPTION-RECORD
011850       TO EXC-DOLLARS-TOTAL          IN CLOSE-TOTALS.
011860
011870 611000-EXIT.
011880     EXIT.
011890
011900 620000-TOTAL-KEYED-EXCEPTIONS.
011910
011920     OPEN INPUT KEYED-EXCEPTION-FILE.
011930     IF FCRXKEY-STATUS-NO-FILE
011940         GO TO 620000-EXIT
011950     END-IF.
011960     IF NOT FCRXKEY-STATUS-OK
011970         MOVE 'FCRXKEY' TO FEC-FILE-ID
011980         MOVE FCRXKEY-STATUS TO FEC-FILE-STATUS
011990         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
012000     END-IF.
012010
012020     MOVE SPACE
012030       TO INPUT-EOF-SW               IN WORK-AREAS.
012040
012050     PERFORM 621000-READ-ONE-KEYED   THRU 621000-EXIT
012060       UNTIL INPUT-EOF               IN WORK-AREAS.
012070
012080     CLOSE KEYED-EXCEPTION-FILE.
012090
012100 620000-EXIT.
012110     EXIT.
012120
012130 621000-READ-ONE-KEYED.
012140
012150     READ KEYED-EXCEPTION-FILE.
012160
012170     IF FCRXKEY-STATUS-EOF
012180         SET INPUT-EOF               IN WORK-AREAS TO TRUE
012190         GO TO 621000-EXIT
012200     END-IF.
012210
012220     IF NOT FCRXKEY-STATUS-OK
012230         MOVE 'FCRXKEY' TO FEC-FILE-ID
012240         MOVE FCRXKEY-STATUS TO FEC-FILE-STATUS
012250         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
012260     END-IF.
012270
012280     IF FKX-RUN-DATE                 IN KEYED-EXCEPTION-RECORD
012290       NOT EQUAL CLS-CONVERSION-DATE IN CLOSE-RUN-CONTROLS
012300         GO TO 621000-EXIT
012310     END-IF.
012320
012330     ADD 1 TO KEY-RECORD-CTR         IN CLOSE-TOTALS.
012340     ADD FKX-FUND-BALANCE            IN KEYED-EXCEPTION-RECORD
012350       TO KEY-DOLLARS-TOTAL          IN CLOSE-TOTALS.
012360
012370     IF FKX-REDIRECTED               IN KEYED-EXCEPTION-RECORD
012380         ADD FKX-FUND-BALANCE        IN KEYED-EXCEPTION-RECORD
012390           TO KEY-REDIRECTED-TOTAL   IN CLOSE-TOTALS
012400     END-IF.
012410
012420 621000-EXIT.
012430     EXIT.
012440
012450**************************************************************
012460*  700000-CHECK-GL-EXTRACT - ON A RUN THAT REDIRECTED DROPPED   *
012470*    BALANCES, THE DEBIT SIDE OF THE GL POSTING EXTRACT         *
012480*    (FCRGLEX) MUST TOTAL THE REDIRECTED EXCEPTION DOLLARS      *
012490*    FCRXLOD LOADED FOR THE RUN.  ONLY DEBITS STAMPED WITH THE  *
012500*    CONVERSION RUN DATE COUNT; ANY OTHER DATE IS NOTED.  A     *
012510*    RUN THAT DID NOT REDIRECT HAS NO EXTRACT TO PROVE.         *
012520**************************************************************
012530 700000-CHECK-GL-EXTRACT.
012540
012550     MOVE SPACES                     TO CHECK-LINE.
012560     MOVE 'GL DEBIT TOTAL EQUALS REDIRECTED DOLLARS'
012570       TO CKL-TEXT                   IN CHECK-LINE.
012580
012590     IF NOT FCF-RUN-REDIRECTED       IN CERTIFICATION-RECORD
012600         SET CHECK-NOT-APPLICABLE    IN WORK-AREAS TO TRUE
012610         MOVE 'RUN DID NOT REDIRECT'
012620           TO CKL-NOTE               IN CHECK-LINE
012630         PERFORM 280000-RECORD-CHECK THRU 280000-EXIT
012640         GO TO 700000-EXIT
012650     END-IF.
012660
012670     OPEN INPUT GL-EXTRACT-FILE.
012680     IF FCRGLEX-STATUS-NO-FILE
012690         MOVE SPACE
012700           TO INPUT-EOF-SW           IN WORK-AREAS
012710         MOVE 'NO GL EXTRACT FILE (FCRGLEX)'
012720           TO CKL-NOTE               IN CHECK-LINE
012730     ELSE
012740         IF NOT FCRGLEX-STATUS-OK
012750             MOVE 'FCRGLEX' TO FEC-FILE-ID
012760             MOVE FCRGLEX-STATUS TO FEC-FILE-STATUS
012770             PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
012780         END-IF
012790         MOVE SPACE
012800           TO INPUT-EOF-SW           IN WORK-AREAS
012810         PERFORM 710000-READ-ONE-POSTING THRU 710000-EXIT
012820           UNTIL INPUT-EOF           IN WORK-AREAS
012830         CLOSE GL-EXTRACT-FILE
012840         MOVE GL-DEBIT-CTR           IN CLOSE-TOTALS
012850           TO EDIT-COUNT
012860         STRING 'DEBITS ' EDIT-COUNT
012870                DELIMITED BY SIZE
012880           INTO CKL-NOTE             IN CHECK-LINE
012890     END-IF.
012900
012910     IF GL-OTHER-DATE-CTR            IN CLOSE-TOTALS
012920       GREATER THAN ZERO
012930         MOVE 'DEBITS FROM ANOTHER RUN DATE'
012940           TO CKL-NOTE               IN CHECK-LINE
012950     END-IF.
012960
012970     MOVE KEY-REDIRECTED-TOTAL       IN CLOSE-TOTALS
012980       TO EDIT-AMOUNT.
012990     MOVE EDIT-AMOUNT
013000       TO CKL-EXPECTED               IN CHECK-LINE.
013010     MOVE GL-DEBIT-TOTAL             IN CLOSE-TOTALS
013020       TO EDIT-AMOUNT.
013030     MOVE EDIT-AMOUNT
013040       TO CKL-FOUND                  IN CHECK-LINE.
013050
013060     IF GL-DEBIT-TOTAL               IN CLOSE-TOTALS
013070       EQUAL KEY-REDIRECTED-TOTAL    IN CLOSE-TOTALS
013080       AND GL-OTHER-DATE-CTR         IN CLOSE-TOTALS
013090           EQUAL ZERO
013100         SET CHECK-PASSED            IN WORK-AREAS TO TRUE
013110     ELSE
013120         SET CHECK-FAILED            IN WORK-AREAS TO TRUE
013130     END-IF.
013140     PERFORM 280000-RECORD-CHECK     THRU 280000-EXIT.
013150
013160 700000-EXIT.
013170     EXIT.
013180
013190 710000-READ-ONE-POSTING.
013200
013210     READ GL-EXTRACT-FILE.
013220
013230     IF FCRGLEX-STATUS-EOF
013240         SET INPUT-EOF               IN WORK-AREAS TO TRUE
013250         GO TO 710000-EXIT
013260     END-IF.
013270
013280     IF NOT FCRGLEX-STATUS-OK
013290         MOVE 'FCRGLEX' TO FEC-FILE-ID
013300         MOVE FCRGLEX-STATUS TO FEC-FILE-STATUS
013310         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
013320     END-IF.
013330
013340     IF NOT FGL-DEBIT-POSTING        IN GL-EXTRACT-RECORD
013350         GO TO 710000-EXIT
013360     END-IF.
013370
013380     IF FGL-RUN-DATE                 IN GL-EXTRACT-RECORD
013390       NOT EQUAL CLS-CONVERSION-DATE IN CLOSE-RUN-CONTROLS
013400         ADD 1 TO GL-OTHER-DATE-CTR  IN CLOSE-TOTALS
013410         GO TO 710000-EXIT
013420     END-IF.
013430
013440     ADD 1 TO GL-DEBIT-CTR           IN CLOSE-TOTALS.
013450     ADD FGL-POSTING-AMOUNT          IN GL-EXTRACT-RECORD
013460       TO GL-DEBIT-TOTAL             IN CLOSE-TOTALS.
013470
013480 710000-EXIT.
013490     EXIT.
013500
013510**************************************************************
013520*  800000-TERMINATION - WRITES THE ONE RELEASE/HOLD RECORD,     *
013530*    FINISHES THE SIGN-OFF PAGE WITH THE DECISION AND THE       *
013540*    SIGNATURE LINES, AND SETS RETURN CODE 8 TO HOLD THE CYCLE  *
013550*    WHEN ANY CHECK FAILED.                                     *
013560**************************************************************
013570 800000-TERMINATION.
013580
013590     MOVE SPACES                     TO CLOSE-OUT-RECORD.
013600     MOVE CLS-RUN-DATE               IN CLOSE-RUN-CONTROLS
013610       TO FCO-RUN-DATE               IN CLOSE-OUT-RECORD.
013620     MOVE CLS-SOURCE-JOB             IN CLOSE-RUN-CONTROLS
013630       TO FCO-SOURCE-JOB             IN CLOSE-OUT-RECORD.
013640     MOVE CLS-CONVERSION-DATE        IN CLOSE-RUN-CONTROLS
013650       TO FCO-CONVERSION-DATE        IN CLOSE-OUT-RECORD.
013660     MOVE CLOSE-DATE                 IN WORK-AREAS
013670       TO FCO-CLOSE-DATE             IN CLOSE-OUT-RECORD.
013680     MOVE CLOSE-TIME                 IN WORK-AREAS
013690       TO FCO-CLOSE-TIME             IN CLOSE-OUT-RECORD.
013700     MOVE CHECKS-MADE-CTR            IN CLOSE-TOTALS
013710       TO FCO-CHECKS-MADE            IN CLOSE-OUT-RECORD.
013720     MOVE CHECKS-FAILED-CTR          IN CLOSE-TOTALS
013730       TO FCO-CHECKS-FAILED          IN CLOSE-OUT-RECORD.
013740     MOVE HOLD-REASON                IN CLOSE-TOTALS
013750       TO FCO-HOLD-REASON            IN CLOSE-OUT-RECORD.
013760     MOVE EXC-RECORD-CTR             IN CLOSE-TOTALS
013770       TO FCO-EXCEPTION-COUNT        IN CLOSE-OUT-RECORD.
013780     MOVE EXC-DOLLARS-TOTAL          IN CLOSE-TOTALS
013790       TO FCO-EXCEPTION-DOLLARS      IN CLOSE-OUT-RECORD.
013800     MOVE GL-DEBIT-TOTAL             IN CLOSE-TOTALS
013810       TO FCO-GL-DEBIT-DOLLARS       IN CLOSE-OUT-RECORD.
013820
013830     IF CHECKS-FAILED-CTR            IN CLOSE-TOTALS
013840       EQUAL ZERO
013850         SET FCO-RELEASE             IN CLOSE-OUT-RECORD
013860           TO TRUE
013870     ELSE
013880         SET FCO-HOLD                IN CLOSE-OUT-RECORD
013890           TO TRUE
013900     END-IF.
013910
013920     WRITE CLOSE-OUT-RECORD.
013930     IF NOT FCRCLOS-STATUS-OK
013940         MOVE 'FCRCLOS' TO FEC-FILE-ID
013950         MOVE FCRCLOS-STATUS TO FEC-FILE-STATUS
013960         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
013970     END-IF.
013980
013990     MOVE SPACES                     TO SIGNOFF-REPORT-LINE.
014000     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
014010
014020     MOVE SPACES                     TO SIGNOFF-MESSAGE-LINE.
014030     IF FCO-RELEASE                  IN CLOSE-OUT-RECORD
014040         MOVE 'DECISION - RELEASE - EVERY CHECK PASSED'
014050           TO SML-TEXT
014060     ELSE
014070         MOVE CHECKS-FAILED-CTR      IN CLOSE-TOTALS
014080           TO EDIT-SMALL
014090         STRING 'DECISION - HOLD - ' EDIT-SMALL
014100                ' CHECK(S) FAILED - FIRST: '
014110                DELIMITED BY SIZE
014120           INTO SML-TEXT
014130         MOVE HOLD-REASON            IN CLOSE-TOTALS
014140           TO SML-VALUE
014150     END-IF.
014160     MOVE SIGNOFF-MESSAGE-LINE       TO SIGNOFF-REPORT-LINE.
014170     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
014180
014190     MOVE SPACES                     TO SIGNOFF-REPORT-LINE.
014200     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
014210     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
014220     MOVE 'PRODUCTION CONTROL  ______________________________'
014230       TO SIGNOFF-REPORT-LINE.
014240     MOVE 'DATE  __________'
014250       TO SIGNOFF-REPORT-LINE (55 : 16).
014260     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
014270     MOVE SPACES                     TO SIGNOFF-REPORT-LINE.
014280     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
014290     MOVE 'CONVERSION TEAM     ______________________________'
014300       TO SIGNOFF-REPORT-LINE.
014310     MOVE 'DATE  __________'
014320       TO SIGNOFF-REPORT-LINE (55 : 16).
014330     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
014340
014350     CLOSE CLOSE-OUT-FILE.
014360     CLOSE SIGNOFF-REPORT-FILE.
014370
014380     IF FCO-RELEASE                  IN CLOSE-OUT-RECORD
014390         DISPLAY 'FCRXCLS - CYCLE RELEASED - RUN '
014400                 CLS-RUN-DATE        IN CLOSE-RUN-CONTROLS
014410                 ' ' CLS-SOURCE-JOB  IN CLOSE-RUN-CONTROLS
014420         MOVE ZERO TO RETURN-CODE
014430     ELSE
014440         DISPLAY 'FCRXCLS - CYCLE HELD - SEE SIGN-OFF REPORT'
014450         MOVE 8 TO RETURN-CODE
014460     END-IF.
014470
014480 800000-EXIT.
014490     EXIT.
014500
014510**************************************************************
014520*  900000-ABEND-ON-FILE-ERROR - COMMON HANDLER FOR A BAD FILE    *
014530*    STATUS ON OPEN, READ, WRITE OR CLOSE.  DISPLAYS THE         *
014540*    OFFENDING FILE AND STATUS CODE AND ABENDS THE RUN.          *
014550**************************************************************
014560 900000-ABEND-ON-FILE-ERROR.
014570
014580     DISPLAY 'FCRXCLS - I/O ERROR ON FILE ' FEC-FILE-ID
014590             ' - FILE STATUS = ' FEC-FILE-STATUS.
014600     MOVE 16 TO RETURN-CODE.
014610     STOP RUN.
014620
014630 900000-EXIT.
014640     EXIT.
