000010 IDENTIFICATION DIVISION.
000020
000030 PROGRAM-ID. FCRXMRS.
000040
000050*TITLE.      KEYED EXCEPTION MANUAL RESOLUTION UTILITY
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
000240* T-0238  Z001801  10/2026  INITIAL VERSION - SETTLE KEYED FUND  *
000250*                           EXCEPTIONS BY HAND (CORRECTED,       *
000260*                           REFUNDED, WRITTEN OFF) WITH A        *
000270*                           STATUS CHANGE LOG                    *
000280*                                                                *
000290*=================================================================
000300*                                                                *
000310*  MODULE NARRATIVE                                              *
000320*   THIS IS PART OF THE WMA / V1 FUNDS CONFIGURATION UTILITY     *
000330*    PROCESS.  FCRXRAP CLOSES A KEYED FUND EXCEPTION (FCRXKEY)   *
000340*    WHEN IT PUTS A DROPPED BALANCE BACK ON THE POLICY.  SOME    *
000350*    EXCEPTIONS ARE SETTLED ANOTHER WAY - THE ANALYST CORRECTS   *
000360*    THE POLICY BY HAND, THE MONEY IS REFUNDED, OR THE BALANCE   *
000370*    IS WRITTEN OFF - AND UNTIL NOW STAYED ON THE AGING WORK     *
000380*    QUEUE FOREVER.  THIS UTILITY READS A FILE OF RESOLUTION     *
000390*    CARDS (FCRMRTX, CFCRXMT1), ONE PER EXCEPTION, AND POSTS     *
000400*    THE NEW STATUS, TODAY'S DATE, THE REASON CODE, THE          *
000410*    ANALYST, ANY SECOND APPROVER AND A COMMENT ONTO THE KEYED   *
000420*    RECORD.  AN O CARD REOPENS AN EXCEPTION SETTLED IN ERROR    *
000430*    AND PUTS IT BACK ON THE QUEUE.                              *
000440*                                                                *
000450*   A CARD IS REJECTED, AND THE EXCEPTION LEFT AS IT WAS, WHEN   *
000460*    THE ANALYST ID OR REASON CODE IS MISSING, THE KEY IS NOT    *
000470*    NUMERIC OR NOT ON FCRXKEY, THE EXCEPTION IS ALREADY         *
000480*    SETTLED (OR, FOR A REOPEN, IS STILL OPEN), OR THE           *
000490*    EXCEPTION WAS CLOSED BY THE RE-APPLY - THAT MONEY IS BACK   *
000500*    ON THE POLICY AND ONLY A BACKOUT MAY UNDO IT.  A WRITE-     *
000510*    OFF OF MORE THAN THE WRITE-OFF LIMIT (WHOLE DOLLARS,        *
000520*    EITHER SIGN, WRITEOFF-LIMIT= CARD ON FCRPARM, DEFAULT 100)  *
000530*    MUST NAME A SECOND APPROVER WHO IS NOT THE ANALYST.         *
000540*                                                                *
000550*   EVERY APPLIED CARD WRITES A RECORD TO THE STATUS CHANGE LOG  *
000560*    (FCRMRLG, CFCRXML1) WITH THE STATUS BEFORE AND AFTER.       *
000570*    EVERY CARD, APPLIED OR REJECTED, IS PRINTED ON THE AUDIT    *
000580*    REPORT (FCRMRRP).  ANY REJECTED CARD ENDS THE JOB WITH      *
000590*    RETURN CODE 8 SO THE ANALYST REVIEWS THE REPORT.            *
000600******************************************************************
000610     EJECT
000620 ENVIRONMENT DIVISION.
000630
000640 INPUT-OUTPUT SECTION.
000650
000660 FILE-CONTROL.
000670
000680     SELECT KEYED-EXCEPTION-FILE  ASSIGN TO FCRXKEY
000690                                   ORGANIZATION IS INDEXED
000700                                   ACCESS MODE IS DYNAMIC
000710                                   RECORD KEY IS FKX-KEY
000720                                   FILE STATUS IS FCRXKEY-STATUS.
000730
000740     SELECT RESOLUTION-TRANS-FILE ASSIGN TO FCRMRTX
000750                                   ORGANIZATION IS SEQUENTIAL
000760                                   FILE STATUS IS FCRMRTX-STATUS.
000770
000780     SELECT CHANGE-LOG-FILE       ASSIGN TO FCRMRLG
000790                                   ORGANIZATION IS SEQUENTIAL
000800                                   FILE STATUS IS FCRMRLG-STATUS.
000810
000820     SELECT RESOLUTION-REPORT-FILE ASSIGN TO FCRMRRP
000830                                   ORGANIZATION IS SEQUENTIAL
000840                                   FILE STATUS IS FCRMRRP-STATUS.
000850
000860     SELECT PARAMETER-CARD-FILE   ASSIGN TO FCRPARM
000870                                   ORGANIZATION IS SEQUENTIAL
000880                                   FILE STATUS IS FCRPARM-STATUS.
000890
000900 DATA DIVISION.
000910
000920 FILE SECTION.
000930
000940 FD  KEYED-EXCEPTION-FILE.
000950
000960 01  KEYED-EXCEPTION-RECORD.         COPY CFCRXKX1 SUPPRESS.
000970
000980 FD  RESOLUTION-TRANS-FILE.
000990
001000 01  RESOLUTION-TRANS-RECORD.        COPY CFCRXMT1 SUPPRESS.
001010
001020 FD  CHANGE-LOG-FILE.
001030
001040 01  CHANGE-LOG-RECORD.              COPY CFCRXML1 SUPPRESS.
001050
001060 FD  RESOLUTION-REPORT-FILE.
001070
001080 01  RESOLUTION-REPORT-LINE          PIC X(132).
001090
001100 FD  PARAMETER-CARD-FILE.
001110
001120 01  PARAMETER-CARD-RECORD           PIC X(80).
001130
001140 WORKING-STORAGE SECTION.
001150
001160 01  FILLER                            PIC X(48)  VALUE
001170     'XXXXX FCRXMRS  WORKING STORAGE STARTS HERE XXXXX'.
001180
001190 01  FILE-STATUS-CODES.
001200     05  FCRXKEY-STATUS              PIC X(02).
001210         88  FCRXKEY-STATUS-OK               VALUE '00'.
001220         88  FCRXKEY-STATUS-NOT-FOUND        VALUE '23'.
001230     05  FCRMRTX-STATUS              PIC X(02).
001240         88  FCRMRTX-STATUS-OK               VALUE '00'.
001250         88  FCRMRTX-STATUS-EOF              VALUE '10'.
001260     05  FCRMRLG-STATUS              PIC X(02).
001270         88  FCRMRLG-STATUS-OK               VALUE '00'.
001280     05  FCRMRRP-STATUS              PIC X(02).
001290         88  FCRMRRP-STATUS-OK               VALUE '00'.
001300     05  FCRPARM-STATUS              PIC X(02).
001310         88  FCRPARM-STATUS-OK               VALUE '00'.
001320         88  FCRPARM-STATUS-EOF              VALUE '10'.
001330         88  FCRPARM-STATUS-NOT-FOUND        VALUE '35'.
001340
001350 01  FILE-ERROR-CONTROLS.
001360     05  FEC-FILE-ID                 PIC X(08).
001370     05  FEC-FILE-STATUS             PIC X(02).
001380
001390 01  WORK-AREAS.
001400     05  TRANS-EOF-SW                PIC X     VALUE SPACE.
001410         88  TRANS-EOF                         VALUE 'Y'.
001420     05  PARM-EOF-SW                 PIC X     VALUE SPACE.
001430         88  PARM-EOF                          VALUE 'Y'.
001440     05  RUN-DATE                    PIC 9(08) VALUE ZERO.
001450     05  RUN-TIME                    PIC 9(08) VALUE ZERO.
001460     05  WRITEOFF-LIMIT              PIC 9(07) VALUE 100.
001470     05  TRANS-READ-CTR              PIC S9(09) COMP-3
001480                                      VALUE ZERO.
001490     05  TRANS-APPLIED-CTR           PIC S9(09) COMP-3
001500                                      VALUE ZERO.
001510     05  TRANS-REJECTED-CTR          PIC S9(09) COMP-3
001520                                      VALUE ZERO.
001530     05  CORRECTED-CTR               PIC S9(09) COMP-3
001540                                      VALUE ZERO.
001550     05  REFUNDED-CTR                PIC S9(09) COMP-3
001560                                      VALUE ZERO.
001570     05  WRITTEN-OFF-CTR             PIC S9(09) COMP-3
001580                                      VALUE ZERO.
001590     05  OVER-LIMIT-CTR              PIC S9(09) COMP-3
001600                                      VALUE ZERO.
001610     05  REOPENED-CTR                PIC S9(09) COMP-3
001620                                      VALUE ZERO.
001630     05  CHANGE-LOG-CTR              PIC S9(09) COMP-3
001640                                      VALUE ZERO.
001650     05  CORRECTED-BALANCE           PIC S9(11)V99 COMP-3
001660                                      VALUE ZERO.
001670     05  REFUNDED-BALANCE            PIC S9(11)V99 COMP-3
001680                                      VALUE ZERO.
001690     05  WRITTEN-OFF-BALANCE         PIC S9(11)V99 COMP-3
001700                                      VALUE ZERO.
001710     05  REOPENED-BALANCE            PIC S9(11)V99 COMP-3
001720                                      VALUE ZERO.
001730
001740**************************************************************
001750*  RESOLUTION-CONTROLS - THE CARD IN HAND.  A NON-BLANK REJECT  *
001760*    REASON MEANS THE CARD IS NOT APPLIED.  THE BEFORE IMAGE    *
001770*    IS TAKEN FROM THE KEYED RECORD AS READ, BEFORE ANY         *
001780*    CHANGE, AND IS ONLY AVAILABLE ONCE THE RECORD IS FOUND.    *
001790**************************************************************
001800 01  RESOLUTION-CONTROLS.
001810     05  MRC-KEY.
001820         10  MRC-POLICY-ID           PIC 9(10).
001830         10  MRC-SEQUENCE            PIC 9(06).
001840     05  MRC-RECORD-SW               PIC X(01).
001850         88  MRC-RECORD-FOUND                  VALUE 'Y'.
001860     05  MRC-REJECT-REASON           PIC X(34).
001870         88  MRC-CARD-ACCEPTED                 VALUE SPACES.
001880     05  MRC-LIMIT-AMOUNT            PIC S9(09)V99 COMP-3.
001890     05  MRC-NEGATIVE-LIMIT          PIC S9(09)V99 COMP-3.
001900     05  MRC-BEFORE-STATUS           PIC X(01).
001910     05  MRC-BEFORE-DATE             PIC 9(08).
001920     05  MRC-IMAGE-STATUS            PIC X(01).
001930         88  MRC-IMAGE-UNRESOLVED              VALUE ' '.
001940         88  MRC-IMAGE-REAPPLIED               VALUE 'A'.
001950         88  MRC-IMAGE-CORRECTED               VALUE 'C'.
001960         88  MRC-IMAGE-REFUNDED                VALUE 'F'.
001970         88  MRC-IMAGE-WRITTEN-OFF             VALUE 'W'.
001980     05  MRC-IMAGE-STATUS-TEXT       PIC X(11).
001990
002000 01  RESOLUTION-HEADING-1.
002010     05  FILLER                      PIC X(46)  VALUE
002020         'FUND EXCEPTION MANUAL RESOLUTION AUDIT REPORT '.
002030     05  FILLER                      PIC X(09)  VALUE
002040         'RUN DATE '.
002050     05  RH1-RUN-DATE                PIC 9(08).
002060     05  FILLER                      PIC X(19)  VALUE
002070         '   WRITE-OFF LIMIT '.
002080     05  RH1-WRITEOFF-LIMIT          PIC Z,ZZZ,ZZ9.
002090     05  FILLER                      PIC X(41)  VALUE SPACES.
002100
002110 01  RESOLUTION-HEADING-2.
002120     05  FILLER                      PIC X(10)  VALUE
002130         'ANALYST   '.
002140     05  FILLER                      PIC X(10)  VALUE
002150         'ACTION    '.
002160     05  FILLER                      PIC X(19)  VALUE
002170         'POLICY     SEQ     '.
002180     05  FILLER                      PIC X(05)  VALUE
002190         'FUND '.
002200     05  FILLER                      PIC X(17)  VALUE
002210         '        BALANCE  '.
002220     05  FILLER                      PIC X(13)  VALUE
002230         'BEFORE       '.
002240     05  FILLER                      PIC X(13)  VALUE
002250         'AFTER        '.
002260     05  FILLER                      PIC X(06)  VALUE
002270         'RESULT'.
002280     05  FILLER                      PIC X(39)  VALUE SPACES.
002290
002300 01  RESOLUTION-DETAIL-LINE.
002310     05  RDL-ANALYST-ID              PIC X(08).
002320     05  FILLER                      PIC X(02)  VALUE SPACES.
002330     05  RDL-ACTION                  PIC X(08).
002340     05  FILLER                      PIC X(02)  VALUE SPACES.
002350     05  RDL-POLICY-ID               PIC X(10).
002360     05  FILLER                      PIC X(01)  VALUE SPACE.
002370     05  RDL-SEQUENCE                PIC X(06).
002380     05  FILLER                      PIC X(02)  VALUE SPACES.
002390     05  RDL-FUND-NUMBER             PIC X(03).
002400     05  FILLER                      PIC X(02)  VALUE SPACES.
002410     05  RDL-FUND-BALANCE            PIC ZZZ,ZZZ,ZZ9.99-.
002420     05  FILLER                      PIC X(02)  VALUE SPACES.
002430     05  RDL-BEFORE-STATUS           PIC X(11).
002440     05  FILLER                      PIC X(02)  VALUE SPACES.
002450     05  RDL-AFTER-STATUS            PIC X(11).
002460     05  FILLER                      PIC X(02)  VALUE SPACES.
002470     05  RDL-RESULT                  PIC X(45).
002480
002490 01  RESOLUTION-TOTAL-LINE.
002500     05  RTL-LABEL                   PIC X(40).
002510     05  RTL-VALUE                   PIC ZZZ,ZZZ,ZZ9.
002520     05  FILLER                      PIC X(81)  VALUE SPACES.
002530
002540 01  RESOLUTION-AMOUNT-LINE.
002550     05  RAL-LABEL                   PIC X(40).
002560     05  RAL-VALUE                   PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002570     05  FILLER                      PIC X(73)  VALUE SPACES.
002580
002590 01  FILLER                          PIC X(48)  VALUE
002600     'XXXX FCRXMRS  WORKING STORAGE ENDS HERE XXXX'.
002610     EJECT
002620 PROCEDURE DIVISION.
002630
002640 000000-MAINLINE.
002650
002660     PERFORM 100000-INITIALIZATION     THRU 100000-EXIT.
002670
002680     PERFORM 200000-APPLY-ONE-CARD     THRU 200000-EXIT
002690       UNTIL TRANS-EOF                 IN WORK-AREAS.
002700
002710     PERFORM 300000-TERMINATION        THRU 300000-EXIT.
002720
002730 000000-EXIT.
002740     GOBACK.
002750
002760
002770 100000-INITIALIZATION.
002780
002790     ACCEPT RUN-DATE                 IN WORK-AREAS
002800         FROM DATE YYYYMMDD.
002810
002820     PERFORM 110000-READ-PARAMETER-CARDS THRU 110000-EXIT.
002830
002840     ACCEPT RUN-TIME                 IN WORK-AREAS
002850         FROM TIME.
002860
002870     OPEN I-O    KEYED-EXCEPTION-FILE.
002880     IF NOT FCRXKEY-STATUS-OK
002890         MOVE 'FCRXKEY' TO FEC-FILE-ID
002900         MOVE FCRXKEY-STATUS TO FEC-FILE-STATUS
002910         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
002920     END-IF.
002930     OPEN INPUT  RESOLUTION-TRANS-FILE.
002940     IF NOT FCRMRTX-STATUS-OK
002950         MOVE 'FCRMRTX' TO FEC-FILE-ID
002960         MOVE FCRMRTX-STATUS TO FEC-FILE-STATUS
002970         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
002980     END-IF.
002990     OPEN OUTPUT CHANGE-LOG-FILE.
003000     IF NOT FCRMRLG-STATUS-OK
003010         MOVE 'FCRMRLG' TO FEC-FILE-ID
003020         MOVE FCRMRLG-STATUS TO FEC-FILE-STATUS
003030         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
003040     END-IF.
003050     OPEN OUTPUT RESOLUTION-REPORT-FILE.
003060     IF NOT FCRMRRP-STATUS-OK
003070         MOVE 'FCRMRRP' TO FEC-FILE-ID
003080         MOVE FCRMRRP-STATUS TO FEC-FILE-STATUS
003090         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
003100     END-IF.
003110
003120     MOVE RUN-DATE                   IN WORK-AREAS
003130       TO RH1-RUN-DATE               IN RESOLUTION-HEADING-1.
003140     MOVE WRITEOFF-LIMIT             IN WORK-AREAS
003150       TO RH1-WRITEOFF-LIMIT         IN RESOLUTION-HEADING-1.
003160     MOVE RESOLUTION-HEADING-1       TO RESOLUTION-REPORT-LINE.
003170     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
003180     MOVE SPACES                     TO RESOLUTION-REPORT-LINE.
003190     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
003200     MOVE RESOLUTION-HEADING-2       TO RESOLUTION-REPORT-LINE.
003210     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
003220
003230 100000-EXIT.
003240     EXIT.
003250
003260**************************************************************
003270*  110000-READ-PARAMETER-CARDS - BOTH CARDS ARE OPTIONAL AND    *
003280*    NO PARAMETER FILE AT ALL MEANS TODAY AND A 100 DOLLAR      *
003290*    WRITE-OFF LIMIT.  A BAD CARD ENDS THE RUN BEFORE ANY       *
003300*    EXCEPTION IS TOUCHED.                                      *
003310**************************************************************
003320 110000-READ-PARAMETER-CARDS.
003330
003340     OPEN INPUT PARAMETER-CARD-FILE.
003350
003360     IF FCRPARM-STATUS-NOT-FOUND
003370         GO TO 110000-EXIT
003380     END-IF.
003390
003400     IF NOT FCRPARM-STATUS-OK
003410         MOVE 'FCRPARM' TO FEC-FILE-ID
003420         MOVE FCRPARM-STATUS TO FEC-FILE-STATUS
003430         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
003440     END-IF.
003450
003460     PERFORM 111000-PROCESS-ONE-CARD THRU 111000-EXIT
003470       UNTIL PARM-EOF                IN WORK-AREAS.
003480
003490     CLOSE PARAMETER-CARD-FILE.
003500
003510 110000-EXIT.
003520     EXIT.
003530
003540 111000-PROCESS-ONE-CARD.
003550
003560     READ PARAMETER-CARD-FILE.
003570
003580     IF FCRPARM-STATUS-EOF
003590         SET PARM-EOF                IN WORK-AREAS TO TRUE
003600         GO TO 111000-EXIT
003610     END-IF.
003620
003630     IF NOT FCRPARM-STATUS-OK
003640         MOVE 'FCRPARM' TO FEC-FILE-ID
003650         MOVE FCRPARM-STATUS TO FEC-FILE-STATUS
003660         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
003670     END-IF.
003680
003690     IF PARAMETER-CARD-RECORD (1 : 1) EQUAL '*'
003700       OR PARAMETER-CARD-RECORD EQUAL SPACES
003710         GO TO 111000-EXIT
003720     END-IF.
003730
003740     EVALUATE TRUE
003750       WHEN PARAMETER-CARD-RECORD (1 : 9) EQUAL 'RUN-DATE='
003760         IF PARAMETER-CARD-RECORD (10 : 8) NUMERIC
003770             MOVE PARAMETER-CARD-RECORD (10 : 8)
003780               TO RUN-DATE           IN WORK-AREAS
003790         ELSE
003800             DISPLAY 'FCRXMRS - RUN-DATE MUST BE YYYYMMDD: '
003810                     PARAMETER-CARD-RECORD
003820             MOVE 16 TO RETURN-CODE
003830             STOP RUN
003840         END-IF
003850       WHEN PARAMETER-CARD-RECORD (1 : 15)
003860            EQUAL 'WRITEOFF-LIMIT='
003870         IF PARAMETER-CARD-RECORD (16 : 7) NUMERIC
003880             MOVE PARAMETER-CARD-RECORD (16 : 7)
003890               TO WRITEOFF-LIMIT     IN WORK-AREAS
003900         ELSE
003910             DISPLAY 'FCRXMRS - WRITEOFF-LIMIT MUST BE NNNNNNN '
003920                     'WHOLE DOLLARS: '
003930                     PARAMETER-CARD-RECORD
003940             MOVE 16 TO RETURN-CODE
003950             STOP RUN
003960         END-IF
003970       WHEN OTHER
003980         DISPLAY 'FCRXMRS - INVALID PARAMETER CARD: '
003990                 PARAMETER-CARD-RECORD
004000         MOVE 16 TO RETURN-CODE
004010         STOP RUN
004020     END-EVALUATE.
004030
004040 111000-EXIT.
004050     EXIT.
004060
004070**************************************************************
004080*  200000-APPLY-ONE-CARD - READS ONE RESOLUTION CARD, READS     *
004090*    THE EXCEPTION IT NAMES, EDITS THE CARD AGAINST THE         *
004100*    EXCEPTION AS IT STANDS AFTER THE CARDS BEFORE IT, APPLIES  *
004110*    AND LOGS IT IF IT PASSES AND PRINTS THE AUDIT LINE EITHER  *
004120*    WAY.                                                       *
004130**************************************************************
004140 200000-APPLY-ONE-CARD.
004150
004160     READ RESOLUTION-TRANS-FILE.
004170
004180     IF FCRMRTX-STATUS-EOF
004190         SET TRANS-EOF               IN WORK-AREAS TO TRUE
004200         GO TO 200000-EXIT
004210     END-IF.
004220
004230     IF NOT FCRMRTX-STATUS-OK
004240         MOVE 'FCRMRTX' TO FEC-FILE-ID
004250         MOVE FCRMRTX-STATUS TO FEC-FILE-STATUS
004260         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
004270     END-IF.
004280
004290     ADD 1 TO TRANS-READ-CTR         IN WORK-AREAS.
004300
004310     MOVE SPACES
004320       TO MRC-REJECT-REASON          IN RESOLUTION-CONTROLS
004330          MRC-RECORD-SW              IN RESOLUTION-CONTROLS
004340          MRC-BEFORE-STATUS          IN RESOLUTION-CONTROLS.
004350     MOVE ZERO
004360       TO MRC-POLICY-ID              IN RESOLUTION-CONTROLS
004370          MRC-SEQUENCE               IN RESOLUTION-CONTROLS
004380          MRC-BEFORE-DATE            IN RESOLUTION-CONTROLS.
004390
004400     PERFORM 210000-EDIT-CARD        THRU 210000-EXIT.
004410
004420     IF MRC-CARD-ACCEPTED            IN RESOLUTION-CONTROLS
004430         PERFORM 220000-UPDATE-EXCEPTION THRU 220000-EXIT
004440         PERFORM 230000-WRITE-CHANGE-LOG THRU 230000-EXIT
004450         ADD 1 TO TRANS-APPLIED-CTR  IN WORK-AREAS
004460     ELSE
004470         ADD 1 TO TRANS-REJECTED-CTR IN WORK-AREAS
004480     END-IF.
004490
004500     PERFORM 240000-PRINT-AUDIT-LINE THRU 240000-EXIT.
004510
004520 200000-EXIT.
004530     EXIT.
004540
004550**************************************************************
004560*  210000-EDIT-CARD - THE FIRST EDIT A CARD FAILS IS ITS        *
004570*    REJECT REASON.  THE CARD EDITS COME FIRST; THE EXCEPTION   *
004580*    IS ONLY READ FOR A CARD THAT PASSES THEM.                  *
004590**************************************************************
004600 210000-EDIT-CARD.
004610
004620     IF FMT-ANALYST-ID               IN RESOLUTION-TRANS-RECORD
004630       EQUAL SPACES
004640         MOVE 'ANALYST ID MISSING'
004650           TO MRC-REJECT-REASON      IN RESOLUTION-CONTROLS
004660         GO TO 210000-EXIT
004670     END-IF.
004680
004690     IF NOT FMT-CORRECTED            IN RESOLUTION-TRANS-RECORD
004700       AND NOT FMT-REFUNDED          IN RESOLUTION-TRANS-RECORD
004710       AND NOT FMT-WRITTEN-OFF       IN RESOLUTION-TRANS-RECORD
004720       AND NOT FMT-REOPEN            IN RESOLUTION-TRANS-RECORD
004730         MOVE 'ACTION MUST BE C, F, W OR O'
004740           TO MRC-REJECT-REASON      IN RESOLUTION-CONTROLS
004750         GO TO 210000-EXIT
004760     END-IF.
004770
004780     IF FMT-POLICY-ID                IN RESOLUTION-TRANS-RECORD
004790       NOT NUMERIC
004800       OR FMT-SEQUENCE               IN RESOLUTION-TRANS-RECORD
004810          NOT NUMERIC
004820         MOVE 'POLICY OR SEQUENCE NOT NUMERIC'
004830           TO MRC-REJECT-REASON      IN RESOLUTION-CONTROLS
004840         GO TO 210000-EXIT
004850     END-IF.
004860
004870     IF FMT-REASON-CODE              IN RESOLUTION-TRANS-RECORD
004880       EQUAL SPACES
004890         MOVE 'REASON CODE MISSING'
004900           TO MRC-REJECT-REASON      IN RESOLUTION-CONTROLS
004910         GO TO 210000-EXIT
004920     END-IF.
004930
004940     MOVE FMT-POLICY-ID              IN RESOLUTION-TRANS-RECORD
004950       TO MRC-POLICY-ID              IN RESOLUTION-CONTROLS.
004960     MOVE FMT-SEQUENCE               IN RESOLUTION-TRANS-RECORD
004970       TO MRC-SEQUENCE               IN RESOLUTION-CONTROLS.
004980
004990     PERFORM 215000-READ-EXCEPTION   THRU 215000-EXIT.
005000
005010     IF NOT MRC-RECORD-FOUND         IN RESOLUTION-CONTROLS
005020         MOVE 'EXCEPTION NOT ON KEYED FILE'
005030           TO MRC-REJECT-REASON      IN RESOLUTION-CONTROLS
005040         GO TO 210000-EXIT
005050     END-IF.
005060
005070     IF FKX-RESOLVED-REAPPLIED       IN KEYED-EXCEPTION-RECORD
005080         MOVE 'RE-APPLIED - MAY NOT BE CHANGED'
005090           TO MRC-REJECT-REASON      IN RESOLUTION-CONTROLS
005100         GO TO 210000-EXIT
005110     END-IF.
005120
005130     IF FMT-REOPEN                   IN RESOLUTION-TRANS-RECORD
005140         IF FKX-UNRESOLVED           IN KEYED-EXCEPTION-RECORD
005150             MOVE 'EXCEPTION IS NOT RESOLVED'
005160               TO MRC-REJECT-REASON  IN RESOLUTION-CONTROLS
005170         END-IF
005180         GO TO 210000-EXIT
005190     END-IF.
005200
005210     IF NOT FKX-UNRESOLVED           IN KEYED-EXCEPTION-RECORD
005220         MOVE 'ALREADY RESOLVED - REOPEN FIRST'
005230           TO MRC-REJECT-REASON      IN RESOLUTION-CONTROLS
005240         GO TO 210000-EXIT
005250     END-IF.
005260
005270     IF FMT-WRITTEN-OFF              IN RESOLUTION-TRANS-RECORD
005280         PERFORM 216000-EDIT-WRITE-OFF THRU 216000-EXIT
005290     END-IF.
005300
005310 210000-EXIT.
005320     EXIT.
005330
005340**************************************************************
005350*  215000-READ-EXCEPTION - RANDOM READ OF THE KEYED EXCEPTION   *
005360*    NAMED ON THE CARD.  A FOUND RECORD'S STATUS AND DATE ARE   *
005370*    KEPT AS THE BEFORE IMAGE.                                  *
005380**************************************************************
005390 215000-READ-EXCEPTION.
005400
005410     MOVE MRC-KEY                    IN RESOLUTION-CONTROLS
005420       TO FKX-KEY                    IN KEYED-EXCEPTION-RECORD.
005430
005440     READ KEYED-EXCEPTION-FILE
005450         KEY IS FKX-KEY              IN KEYED-EXCEPTION-RECORD.
005460
005470     IF FCRXKEY-STATUS-NOT-FOUND
005480         GO TO 215000-EXIT
005490     END-IF.
005500
005510     IF NOT FCRXKEY-STATUS-OK
005520         MOVE 'FCRXKEY' TO FEC-FILE-ID
005530         MOVE FCRXKEY-STATUS TO FEC-FILE-STATUS
005540         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
005550     END-IF.
005560
005570     SET MRC-RECORD-FOUND            IN RESOLUTION-CONTROLS
005580       TO TRUE.
005590     MOVE FKX-RESOLUTION-STATUS      IN KEYED-EXCEPTION-RECORD
005600       TO MRC-BEFORE-STATUS          IN RESOLUTION-CONTROLS.
005610     MOVE FKX-RESOLUTION-DATE        IN KEYED-EXCEPTION-RECORD
005620       TO MRC-BEFORE-DATE            IN RESOLUTION-CONTROLS.
005630
005640 215000-EXIT.
005650     EXIT.
005660
005670**************************************************************
005680*  216000-EDIT-WRITE-OFF - A BALANCE OVER THE LIMIT EITHER WAY  *
005690*    NEEDS A SECOND APPROVER, AND THE ANALYST MAY NOT APPROVE   *
005700*    THEIR OWN WRITE-OFF.                                       *
005710**************************************************************
005720 216000-EDIT-WRITE-OFF.
005730
005740     MOVE WRITEOFF-LIMIT             IN WORK-AREAS
005750       TO MRC-LIMIT-AMOUNT           IN RESOLUTION-CONTROLS.
005760     SUBTRACT MRC-LIMIT-AMOUNT       IN RESOLUTION-CONTROLS
005770         FROM ZERO
005780       GIVING MRC-NEGATIVE-LIMIT     IN RESOLUTION-CONTROLS.
005790
005800     IF FKX-FUND-BALANCE             IN KEYED-EXCEPTION-RECORD
005810         NOT GREATER THAN MRC-LIMIT-AMOUNT
005820                                     IN RESOLUTION-CONTROLS
005830       AND FKX-FUND-BALANCE          IN KEYED-EXCEPTION-RECORD
005840         NOT LESS THAN MRC-NEGATIVE-LIMIT
005850                                     IN RESOLUTION-CONTROLS
005860         GO TO 216000-EXIT
005870     END-IF.
005880
005890     IF FMT-APPROVER-ID              IN RESOLUTION-TRANS-RECORD
005900       EQUAL SPACES
005910         MOVE 'OVER LIMIT - APPROVER ID MISSING'
005920           TO MRC-REJECT-REASON      IN RESOLUTION-CONTROLS
005930         GO TO 216000-EXIT
005940     END-IF.
005950
005960     IF FMT-APPROVER-ID              IN RESOLUTION-TRANS-RECORD
005970       EQUAL FMT-ANALYST-ID          IN RESOLUTION-TRANS-RECORD
005980         MOVE 'APPROVER MUST DIFFER FROM ANALYST'
005990           TO MRC-REJECT-REASON      IN RESOLUTION-CONTROLS
006000         GO TO 216000-EXIT
006010     END-IF.
006020
006030     ADD 1 TO OVER-LIMIT-CTR         IN WORK-AREAS.
006040
006050 216000-EXIT.
006060     EXIT.
006070
006080**************************************************************
006090*  220000-UPDATE-EXCEPTION - APPLIES AN ACCEPTED CARD TO THE    *
006100*    RECORD JUST READ AND REWRITES IT.  A SETTLEMENT CARRIES    *
006110*    THE RUN DATE AND THE CARD'S DETAILS; A REOPEN CLEARS THEM  *
006120*    SO THE EXCEPTION READS EXACTLY AS IT DID WHEN LOADED.      *
006130**************************************************************
006140 220000-UPDATE-EXCEPTION.
006150
006160     IF FMT-REOPEN                   IN RESOLUTION-TRANS-RECORD
006170         SET FKX-UNRESOLVED          IN KEYED-EXCEPTION-RECORD
006180           TO TRUE
006190         MOVE ZERO
006200           TO FKX-RESOLUTION-DATE    IN KEYED-EXCEPTION-RECORD
006210         MOVE SPACES
006220           TO FKX-RESOLUTION-REASON  IN KEYED-EXCEPTION-RECORD
006230              FKX-RESOLUTION-ANALYST IN KEYED-EXCEPTION-RECORD
006240              FKX-RESOLUTION-APPROVER
006250                                     IN KEYED-EXCEPTION-RECORD
006260              FKX-RESOLUTION-COMMENT IN KEYED-EXCEPTION-RECORD
006270         ADD 1 TO REOPENED-CTR       IN WORK-AREAS
006280         ADD FKX-FUND-BALANCE        IN KEYED-EXCEPTION-RECORD
006290           TO REOPENED-BALANCE       IN WORK-AREAS
006300     ELSE
006310         MOVE FMT-TRANS-CODE         IN RESOLUTION-TRANS-RECORD
006320           TO FKX-RESOLUTION-STATUS  IN KEYED-EXCEPTION-RECORD
006330         MOVE RUN-DATE               IN WORK-AREAS
006340           TO FKX-RESOLUTION-DATE    IN KEYED-EXCEPTION-RECORD
006350         MOVE FMT-REASON-CODE        IN RESOLUTION-TRANS-RECORD
006360           TO FKX-RESOLUTION-REASON  IN KEYED-EXCEPTION-RECORD
006370         MOVE FMT-ANALYST-ID         IN RESOLUTION-TRANS-RECORD
006380           TO FKX-RESOLUTION-ANALYST IN KEYED-EXCEPTION-RECORD
006390         MOVE FMT-APPROVER-ID        IN RESOLUTION-TRANS-RECORD
006400           TO FKX-RESOLUTION-APPROVER
006410                                     IN KEYED-EXCEPTION-RECORD
006420         MOVE FMT-COMMENT            IN RESOLUTION-TRANS-RECORD
006430           TO FKX-RESOLUTION-COMMENT IN KEYED-EXCEPTION-RECORD
006440     END-IF.
006450
006460     EVALUATE TRUE
006470       WHEN FMT-CORRECTED            IN RESOLUTION-TRANS-RECORD
006480         ADD 1 TO CORRECTED-CTR      IN WORK-AREAS
006490         ADD FKX-FUND-BALANCE        IN KEYED-EXCEPTION-RECORD
006500           TO CORRECTED-BALANCE      IN WORK-AREAS
006510       WHEN FMT-REFUNDED             IN RESOLUTION-TRANS-RECORD
006520         ADD 1 TO REFUNDED-CTR       IN WORK-AREAS
006530         ADD FKX-FUND-BALANCE        IN KEYED-EXCEPTION-RECORD
006540           TO REFUNDED-BALANCE       IN WORK-AREAS
006550       WHEN FMT-WRITTEN-OFF          IN RESOLUTION-TRANS-RECORD
006560         ADD 1 TO WRITTEN-OFF-CTR    IN WORK-AREAS
006570         ADD FKX-FUND-BALANCE        IN KEYED-EXCEPTION-RECORD
006580           TO WRITTEN-OFF-BALANCE    IN WORK-AREAS
006590     END-EVALUATE.
006600
006610     REWRITE KEYED-EXCEPTION-RECORD.
006620     IF NOT FCRXKEY-STATUS-OK
006630         MOVE 'FCRXKEY' TO FEC-FILE-ID
006640         MOVE FCRXKEY-STATUS TO FEC-FILE-STATUS
006650         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
006660     END-IF.
006670
006680 220000-EXIT.
006690     EXIT.
006700
006710**************************************************************
006720*  230000-WRITE-CHANGE-LOG - ONE LOG RECORD PER APPLIED CARD,   *
006730*    CARRYING THE STATUS AND RESOLUTION DATE BEFORE AND AFTER   *
006740*    AND THE CARD'S REASON, ANALYST, APPROVER AND COMMENT.      *
006750**************************************************************
006760 230000-WRITE-CHANGE-LOG.
006770
006780     MOVE SPACES                     TO CHANGE-LOG-RECORD.
006790     MOVE RUN-DATE                   IN WORK-AREAS
006800       TO FML-CHANGE-DATE            IN CHANGE-LOG-RECORD.
006810     MOVE RUN-TIME                   IN WORK-AREAS
006820       TO FML-CHANGE-TIME            IN CHANGE-LOG-RECORD.
006830     MOVE FKX-KEY                    IN KEYED-EXCEPTION-RECORD
006840       TO FML-KEY                    IN CHANGE-LOG-RECORD.
006850     MOVE FKX-RUN-DATE               IN KEYED-EXCEPTION-RECORD
006860       TO FML-RUN-DATE               IN CHANGE-LOG-RECORD.
006870     MOVE FKX-PLAN-CODE              IN KEYED-EXCEPTION-RECORD
006880       TO FML-PLAN-CODE              IN CHANGE-LOG-RECORD.
006890     MOVE FKX-FUND-NUMBER            IN KEYED-EXCEPTION-RECORD
006900       TO FML-FUND-NUMBER            IN CHANGE-LOG-RECORD.
006910     MOVE FKX-FUND-BALANCE           IN KEYED-EXCEPTION-RECORD
006920       TO FML-FUND-BALANCE           IN CHANGE-LOG-RECORD.
006930     MOVE FKX-DISPOSITION            IN KEYED-EXCEPTION-RECORD
006940       TO FML-DISPOSITION            IN CHANGE-LOG-RECORD.
006950     MOVE FMT-TRANS-CODE             IN RESOLUTION-TRANS-RECORD
006960       TO FML-TRANS-CODE             IN CHANGE-LOG-RECORD.
006970     MOVE MRC-BEFORE-STATUS          IN RESOLUTION-CONTROLS
006980       TO FML-OLD-STATUS             IN CHANGE-LOG-RECORD.
006990     MOVE FKX-RESOLUTION-STATUS      IN KEYED-EXCEPTION-RECORD
007000       TO FML-NEW-STATUS             IN CHANGE-LOG-RECORD.
007010     MOVE MRC-BEFORE-DATE            IN RESOLUTION-CONTROLS
007020       TO FML-OLD-RESOLUTION-DATE    IN CHANGE-LOG-RECORD.
007030     MOVE FKX-RESOLUTION-DATE        IN KEYED-EXCEPTION-RECORD
007040       TO FML-NEW-RESOLUTION-DATE    IN CHANGE-LOG-RECORD.
007050     MOVE FMT-REASON-CODE            IN RESOLUTION-TRANS-RECORD
007060       TO FML-REASON-CODE            IN CHANGE-LOG-RECORD.
007070     MOVE FMT-ANALYST-ID             IN RESOLUTION-TRANS-RECORD
007080       TO FML-ANALYST-ID             IN CHANGE-LOG-RECORD.
007090     MOVE FMT-APPROVER-ID            IN RESOLUTION-TRANS-RECORD
007100       TO FML-APPROVER-ID            IN CHANGE-LOG-RECORD.
007110     MOVE FMT-COMMENT                IN RESOLUTION-TRANS-RECORD
007120       TO FML-COMMENT                IN CHANGE-LOG-RECORD.
007130
007140     WRITE CHANGE-LOG-RECORD.
007150     IF NOT FCRMRLG-STATUS-OK
007160         MOVE 'FCRMRLG' TO FEC-FILE-ID
007170         MOVE FCRMRLG-STATUS TO FEC-FILE-STATUS
007180         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
007190     END-IF.
007200
007210     ADD 1 TO CHANGE-LOG-CTR         IN WORK-AREAS.
007220
007230 230000-EXIT.
007240     EXIT.
007250
007260**************************************************************
007270*  240000-PRINT-AUDIT-LINE - ONE LINE PER CARD: ANALYST,        *
007280*    ACTION, KEY, FUND AND BALANCE, THE STATUS BEFORE AND       *
007290*    AFTER, AND APPLIED OR THE REJECT REASON.  A REJECTED       *
007300*    CARD'S AFTER STATUS IS ITS BEFORE STATUS - NOTHING         *
007310*    CHANGED.                                                   *
007320**************************************************************
007330 240000-PRINT-AUDIT-LINE.
007340
007350     MOVE FMT-ANALYST-ID             IN RESOLUTION-TRANS-RECORD
007360       TO RDL-ANALYST-ID             IN RESOLUTION-DETAIL-LINE.
007370     MOVE FMT-POLICY-ID              IN RESOLUTION-TRANS-RECORD
007380       TO RDL-POLICY-ID              IN RESOLUTION-DETAIL-LINE.
007390     MOVE FMT-SEQUENCE               IN RESOLUTION-TRANS-RECORD
007400       TO RDL-SEQUENCE               IN RESOLUTION-DETAIL-LINE.
007410
007420     EVALUATE TRUE
007430       WHEN FMT-CORRECTED            IN RESOLUTION-TRANS-RECORD
007440         MOVE 'CORRECT '             TO RDL-ACTION
007450       WHEN FMT-REFUNDED             IN RESOLUTION-TRANS-RECORD
007460         MOVE 'REFUND  '             TO RDL-ACTION
007470       WHEN FMT-WRITTEN-OFF          IN RESOLUTION-TRANS-RECORD
007480         MOVE 'WRITEOFF'             TO RDL-ACTION
007490       WHEN FMT-REOPEN               IN RESOLUTION-TRANS-RECORD
007500         MOVE 'REOPEN  '             TO RDL-ACTION
007510       WHEN OTHER
007520         MOVE SPACES                 TO RDL-ACTION
007530         MOVE FMT-TRANS-CODE         IN RESOLUTION-TRANS-RECORD
007540           TO RDL-ACTION (1 : 1)
007550     END-EVALUATE.
007560
007570     IF MRC-RECORD-FOUND             IN RESOLUTION-CONTROLS
007580         MOVE FKX-FUND-NUMBER        IN KEYED-EXCEPTION-RECORD
007590           TO RDL-FUND-NUMBER        IN RESOLUTION-DETAIL-LINE
007600         MOVE FKX-FUND-BALANCE       IN KEYED-EXCEPTION-RECORD
007610           TO RDL-FUND-BALANCE       IN RESOLUTION-DETAIL-LINE
007620         MOVE MRC-BEFORE-STATUS      IN RESOLUTION-CONTROLS
007630           TO MRC-IMAGE-STATUS       IN RESOLUTION-CONTROLS
007640         PERFORM 245000-FORMAT-STATUS THRU 245000-EXIT
007650         MOVE MRC-IMAGE-STATUS-TEXT  IN RESOLUTION-CONTROLS
007660           TO RDL-BEFORE-STATUS      IN RESOLUTION-DETAIL-LINE
007670         MOVE FKX-RESOLUTION-STATUS  IN KEYED-EXCEPTION-RECORD
007680           TO MRC-IMAGE-STATUS       IN RESOLUTION-CONTROLS
007690         PERFORM 245000-FORMAT-STATUS THRU 245000-EXIT
007700         MOVE MRC-IMAGE-STATUS-TEXT  IN RESOLUTION-CONTROLS
007710           TO RDL-AFTER-STATUS       IN RESOLUTION-DETAIL-LINE
007720     ELSE
007730         MOVE SPACES
007740           TO RDL-FUND-NUMBER        IN RESOLUTION-DETAIL-LINE
007750              RDL-BEFORE-STATUS      IN RESOLUTION-DETAIL-LINE
007760              RDL-AFTER-STATUS       IN RESOLUTION-DETAIL-LINE
007770         MOVE ZERO
007780           TO RDL-FUND-BALANCE       IN RESOLUTION-DETAIL-LINE
007790     END-IF.
007800
007810     IF MRC-CARD-ACCEPTED            IN RESOLUTION-CONTROLS
007820         MOVE 'APPLIED'
007830           TO RDL-RESULT             IN RESOLUTION-DETAIL-LINE
007840     ELSE
007850         MOVE SPACES
007860           TO RDL-RESULT             IN RESOLUTION-DETAIL-LINE
007870         STRING 'REJECTED - '         DELIMITED BY SIZE
007880                MRC-REJECT-REASON    IN RESOLUTION-CONTROLS
007890                                      DELIMITED BY SIZE
007900           INTO RDL-RESULT           IN RESOLUTION-DETAIL-LINE
007910     END-IF.
007920
007930     MOVE RESOLUTION-DETAIL-LINE     TO RESOLUTION-REPORT-LINE.
007940     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
007950
007960 240000-EXIT.
007970     EXIT.
007980
007990 245000-FORMAT-STATUS.
008000
008010     EVALUATE TRUE
008020       WHEN MRC-IMAGE-UNRESOLVED     IN RESOLUTION-CONTROLS
008030         MOVE 'OUTSTANDING'
008040           TO MRC-IMAGE-STATUS-TEXT  IN RESOLUTION-CONTROLS
008050       WHEN MRC-IMAGE-REAPPLIED      IN RESOLUTION-CONTROLS
008060         MOVE 'RE-APPLIED'
008070           TO MRC-IMAGE-STATUS-TEXT  IN RESOLUTION-CONTROLS
008080       WHEN MRC-IMAGE-CORRECTED      IN RESOLUTION-CONTROLS
008090         MOVE 'CORRECTED'
008100           TO MRC-IMAGE-STATUS-TEXT  IN RESOLUTION-CONTROLS
008110       WHEN MRC-IMAGE-REFUNDED       IN RESOLUTION-CONTROLS
008120         MOVE 'REFUNDED'
008130           TO MRC-IMAGE-STATUS-TEXT  IN RESOLUTION-CONTROLS
008140       WHEN MRC-IMAGE-WRITTEN-OFF    IN RESOLUTION-CONTROLS
008150         MOVE 'WRITTEN OFF'
008160           TO MRC-IMAGE-STATUS-TEXT  IN RESOLUTION-CONTROLS
008170       WHEN OTHER
008180         MOVE 'UNKNOWN'
008190           TO MRC-IMAGE-STATUS-TEXT  IN RESOLUTION-CONTROLS
008200     END-EVALUATE.
008210
008220 245000-EXIT.
008230     EXIT.
008240
008250 290000-WRITE-REPORT-LINE.
008260
008270     WRITE RESOLUTION-REPORT-LINE.
008280     IF NOT FCRMRRP-STATUS-OK
008290         MOVE 'FCRMRRP' TO FEC-FILE-ID
008300         MOVE FCRMRRP-STATUS TO FEC-FILE-STATUS
008310         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
008320     END-IF.
008330
008340 290000-EXIT.
008350     EXIT.
008360
008370**************************************************************
008380*  300000-TERMINATION - THE RUN TOTALS, AND RETURN CODE 8 WHEN  *
008390*    ANY CARD WAS REJECTED.                                     *
008400**************************************************************
008410 300000-TERMINATION.
008420
008430     MOVE SPACES                     TO RESOLUTION-REPORT-LINE.
008440     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
008450
008460     MOVE SPACES                     TO RESOLUTION-TOTAL-LINE.
008470     MOVE 'RESOLUTION CARDS READ'    TO RTL-LABEL.
008480     MOVE TRANS-READ-CTR             IN WORK-AREAS
008490       TO RTL-VALUE.
008500     MOVE RESOLUTION-TOTAL-LINE      TO RESOLUTION-REPORT-LINE.
008510     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
008520
008530     MOVE SPACES                     TO RESOLUTION-TOTAL-LINE.
008540     MOVE 'CARDS APPLIED'            TO RTL-LABEL.
008550     MOVE TRANS-APPLIED-CTR          IN WORK-AREAS
008560       TO RTL-VALUE.
008570     MOVE RESOLUTION-TOTAL-LINE      TO RESOLUTION-REPORT-LINE.
008580     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
008590
008600     MOVE SPACES                     TO RESOLUTION-TOTAL-LINE.
008610     MOVE '  EXCEPTIONS CORRECTED'   TO RTL-LABEL.
008620     MOVE CORRECTED-CTR              IN WORK-AREAS
008630       TO RTL-VALUE.
008640     MOVE RESOLUTION-TOTAL-LINE      TO RESOLUTION-REPORT-LINE.
008650     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
008660
008670     MOVE SPACES                     TO RESOLUTION-AMOUNT-LINE.
008680     MOVE '    BALANCE CORRECTED'    TO RAL-LABEL.
008690     MOVE CORRECTED-BALANCE          IN WORK-AREAS
008700       TO RAL-VALUE.
008710     MOVE RESOLUTION-AMOUNT-LINE     TO RESOLUTION-REPORT-LINE.
008720     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
008730
008740     MOVE SPACES                     TO RESOLUTION-TOTAL-LINE.
008750     MOVE '  EXCEPTIONS REFUNDED'    TO RTL-LABEL.
008760     MOVE REFUNDED-CTR               IN WORK-AREAS
008770       TO RTL-VALUE.
008780     MOVE RESOLUTION-TOTAL-LINE      TO RESOLUTION-REPORT-LINE.
008790     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
008800
008810     MOVE SPACES                     TO RESOLUTION-AMOUNT-LINE.
008820     MOVE '    BALANCE REFUNDED'     TO RAL-LABEL.
008830     MOVE REFUNDED-BALANCE           IN WORK-AREAS
008840       TO RAL-VALUE.
008850     MOVE RESOLUTION-AMOUNT-LINE     TO RESOLUTION-REPORT-LINE.
008860     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
008870
008880     MOVE SPACES                     TO RESOLUTION-TOTAL-LINE.
008890     MOVE '  EXCEPTIONS WRITTEN OFF' TO RTL-LABEL.
008900     MOVE WRITTEN-OFF-CTR            IN WORK-AREAS
008910       TO RTL-VALUE.
008920     MOVE RESOLUTION-TOTAL-LINE      TO RESOLUTION-REPORT-LINE.
008930     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
008940
008950     MOVE SPACES                     TO RESOLUTION-TOTAL-LINE.
008960     MOVE '    OVER LIMIT, SECOND APPROVER'
008970                                     TO RTL-LABEL.
008980     MOVE OVER-LIMIT-CTR             IN WORK-AREAS
008990       TO RTL-VALUE.
009000     MOVE RESOLUTION-TOTAL-LINE      TO RESOLUTION-REPORT-LINE.
009010     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
009020
009030     MOVE SPACES                     TO RESOLUTION-AMOUNT-LINE.
009040     MOVE '    BALANCE WRITTEN OFF'  TO RAL-LABEL.
009050     MOVE WRITTEN-OFF-BALANCE        IN WORK-AREAS
009060       TO RAL-VALUE.
009070     MOVE RESOLUTION-AMOUNT-LINE     TO RESOLUTION-REPORT-LINE.
009080     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
009090
009100     MOVE SPACES                     TO RESOLUTION-TOTAL-LINE.
009110     MOVE '  EXCEPTIONS REOPENED'    TO RTL-LABEL.
009120     MOVE REOPENED-CTR               IN WORK-AREAS
009130       TO RTL-VALUE.
009140     MOVE RESOLUTION-TOTAL-LINE      TO RESOLUTION-REPORT-LINE.
009150     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
009160
009170     MOVE SPACES                     TO RESOLUTION-AMOUNT-LINE.
009180     MOVE '    BALANCE BACK ON THE QUEUE'
009190                                     TO RAL-LABEL.
009200     MOVE REOPENED-BALANCE           IN WORK-AREAS
009210       TO RAL-VALUE.
009220     MOVE RESOLUTION-AMOUNT-LINE     TO RESOLUTION-REPORT-LINE.
009230     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
009240
009250     MOVE SPACES                     TO RESOLUTION-TOTAL-LINE.
009260     MOVE 'CARDS REJECTED'           TO RTL-LABEL.
009270     MOVE TRANS-REJECTED-CTR         IN WORK-AREAS
009280       TO RTL-VALUE.
009290     MOVE RESOLUTION-TOTAL-LINE      TO RESOLUTION-REPORT-LINE.
009300     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
009310
009320     MOVE SPACES                     TO RESOLUTION-TOTAL-LINE.
009330     MOVE 'STATUS CHANGES LOGGED'    TO RTL-LABEL.
009340     MOVE CHANGE-LOG-CTR             IN WORK-AREAS
009350       TO RTL-VALUE.
009360     MOVE RESOLUTION-TOTAL-LINE      TO RESOLUTION-REPORT-LINE.
009370     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
009380
009390     CLOSE KEYED-EXCEPTION-FILE.
009400     CLOSE RESOLUTION-TRANS-FILE.
009410     CLOSE CHANGE-LOG-FILE.
009420     CLOSE RESOLUTION-REPORT-FILE.
009430
009440     IF TRANS-REJECTED-CTR           IN WORK-AREAS
009450       GREATER THAN ZERO
009460         DISPLAY 'FCRXMRS - ' TRANS-REJECTED-CTR IN WORK-AREAS
009470                 ' RESOLUTION CARD(S) REJECTED - SEE REPORT'
009480         MOVE 8 TO RETURN-CODE
009490     END-IF.
009500
009510 300000-EXIT.
009520     EXIT.
009530
009540**************************************************************
009550*  900000-ABEND-ON-FILE-ERROR - COMMON HANDLER FOR A BAD FILE    *
009560*    STATUS ON OPEN, READ, WRITE OR CLOSE.  DISPLAYS THE         *
009570*    OFFENDING FILE AND STATUS CODE AND ABENDS THE RUN.          *
009580**************************************************************
009590 900000-ABEND-ON-FILE-ERROR.
009600
009610     DISPLAY 'FCRXMRS - I/O ERROR ON FILE ' FEC-FILE-ID
009620             ' - FILE STATUS = ' FEC-FILE-STATUS.
009630     MOVE 16 TO RETURN-CODE.
009640     STOP RUN.
009650
009660 900000-EXIT.
009670     EXIT.
