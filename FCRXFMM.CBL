000010 IDENTIFICATION DIVISION.
000020
000030 PROGRAM-ID. FCRXFMM.
000040
000050*TITLE.      FUND MASTER MAINTENANCE UTILITY
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
000240* T-0234  Z001801  10/2026  INITIAL VERSION - EDIT AND APPLY     *
000250*                           FUND MASTER CHANGES WITH A BEFORE/   *
000260*                           AFTER AUDIT REPORT                   *
000270*                                                                *
000280*=================================================================
000290*                                                                *
000300*  MODULE NARRATIVE                                              *
000310*   THIS IS PART OF THE WMA / V1 FUNDS CONFIGURATION UTILITY     *
000320*    PROCESS.  THE FUND MASTER (FCRFMST, CFCRXFM1) IS READ BY    *
000330*    THE CONVERSION ENGINES, THE AUDIT COMPARE AND THE PRIOR-    *
000340*    CYCLE CONTINUITY CHECK; THIS UTILITY IS THE ONLY PROGRAM    *
000350*    THAT CHANGES IT.  IT READS THE CURRENT GENERATION OF THE    *
000360*    MASTER AND A FILE OF MAINTENANCE CARDS (FCRFMTX, CFCRXFT1)  *
000370*    - ADD, CLOSE, MERGE AND REOPEN - APPLIES EVERY CARD THAT    *
000380*    PASSES ITS EDITS IN CARD ORDER, AND WRITES THE NEXT         *
000390*    GENERATION OF THE MASTER (FCRFMNW) IN FUND NUMBER ORDER.    *
000400*                                                                *
000410*   A CARD IS REJECTED, AND THE MASTER LEFT AS IT WAS FOR THAT   *
000420*    FUND, WHEN IT WOULD ADD A FUND ALREADY ON THE MASTER,       *
000430*    TOUCH THE RESIDUAL (DEFAULT) FUND 999, CHANGE A FUND NOT    *
000440*    ON THE MASTER, OR MERGE A FUND INTO A SUCCESSOR THAT IS     *
000450*    MISSING, NOT OPEN, ITSELF MERGED (A CHAIN) OR THE FUND      *
000460*    ITSELF (A LOOP).  A FUND THAT OTHER FUNDS ARE MERGED INTO   *
000470*    MAY NOT BE CLOSED OR MERGED IN TURN, SO EVERY MERGED FUND   *
000480*    ALWAYS POINTS AT AN OPEN SUCCESSOR ONE STEP AWAY - THE      *
000490*    ONLY SHAPE THE CONVERSION REMAP (206000) HANDLES.           *
000500*                                                                *
000510*   EVERY CARD, APPLIED OR REJECTED, IS PRINTED ON THE AUDIT     *
000520*    REPORT (FCRFMRP) WITH THE OPERATOR ID AND THE FUND'S        *
000530*    STATUS AND SUCCESSOR BEFORE AND AFTER.  A MISSING CURRENT   *
000540*    MASTER STARTS AN EMPTY ONE, SO THE FIRST GENERATION CAN BE  *
000550*    BUILT FROM ADD CARDS.  A BAD RECORD ON THE CURRENT MASTER   *
000560*    ENDS THE RUN BEFORE ANY CARD IS APPLIED.  ANY REJECTED      *
000570*    CARD ENDS THE JOB WITH RETURN CODE 8 SO THE OPERATOR        *
000580*    REVIEWS THE REPORT BEFORE THE NEW GENERATION IS USED.       *
000590******************************************************************
000600     EJECT
000610 ENVIRONMENT DIVISION.
000620
000630 INPUT-OUTPUT SECTION.
000640
000650 FILE-CONTROL.
000660
000670     SELECT FUND-MASTER-FILE      ASSIGN TO FCRFMST
000680                                   ORGANIZATION IS SEQUENTIAL
000690                                   FILE STATUS IS FCRFMST-STATUS.
000700
000710     SELECT NEW-FUND-MASTER-FILE  ASSIGN TO FCRFMNW
000720                                   ORGANIZATION IS SEQUENTIAL
000730                                   FILE STATUS IS FCRFMNW-STATUS.
000740
000750     SELECT MAINTENANCE-TRANS-FILE ASSIGN TO FCRFMTX
000760                                   ORGANIZATION IS SEQUENTIAL
000770                                   FILE STATUS IS FCRFMTX-STATUS.
000780
000790     SELECT MAINTENANCE-REPORT-FILE ASSIGN TO FCRFMRP
000800                                   ORGANIZATION IS SEQUENTIAL
000810                                   FILE STATUS IS FCRFMRP-STATUS.
000820
000830 DATA DIVISION.
000840
000850 FILE SECTION.
000860
000870 FD  FUND-MASTER-FILE.
000880
000890 01  FUND-MASTER-RECORD.             COPY CFCRXFM1 SUPPRESS.
000900
000910 FD  NEW-FUND-MASTER-FILE.
000920
000930 01  NEW-FUND-MASTER-RECORD.         COPY CFCRXFM1 SUPPRESS.
000940
000950 FD  MAINTENANCE-TRANS-FILE.
000960
000970 01  MAINTENANCE-TRANS-RECORD.       COPY CFCRXFT1 SUPPRESS.
000980
000990 FD  MAINTENANCE-REPORT-FILE.
001000
001010 01  MAINTENANCE-REPORT-LINE         PIC X(132).
001020
001030 WORKING-STORAGE SECTION.
001040
001050 01  FILLER                            PIC X(48)  VALUE
001060     'XXXXX FCRXFMM  WORKING STORAGE STARTS HERE XXXXX'.
001070
001080 01  FILE-STATUS-CODES.
001090     05  FCRFMST-STATUS              PIC X(02).
001100         88  FCRFMST-STATUS-OK               VALUE '00'.
001110         88  FCRFMST-STATUS-EOF              VALUE '10'.
001120         88  FCRFMST-STATUS-NOT-FOUND        VALUE '35'.
001130     05  FCRFMNW-STATUS              PIC X(02).
001140         88  FCRFMNW-STATUS-OK               VALUE '00'.
001150     05  FCRFMTX-STATUS              PIC X(02).
001160         88  FCRFMTX-STATUS-OK               VALUE '00'.
001170         88  FCRFMTX-STATUS-EOF              VALUE '10'.
001180     05  FCRFMRP-STATUS              PIC X(02).
001190         88  FCRFMRP-STATUS-OK               VALUE '00'.
001200
001210 01  FILE-ERROR-CONTROLS.
001220     05  FEC-FILE-ID                 PIC X(08).
001230     05  FEC-FILE-STATUS             PIC X(02).
001240
001250 01  WORK-AREAS.
001260     05  TRANS-EOF-SW                PIC X     VALUE SPACE.
001270         88  TRANS-EOF                         VALUE 'Y'.
001280     05  RUN-DATE                    PIC 9(08) VALUE ZERO.
001290     05  TRANS-READ-CTR              PIC S9(09) COMP-3
001300                                      VALUE ZERO.
001310     05  TRANS-APPLIED-CTR           PIC S9(09) COMP-3
001320                                      VALUE ZERO.
001330     05  TRANS-REJECTED-CTR          PIC S9(09) COMP-3
001340                                      VALUE ZERO.
001350     05  FUNDS-ADDED-CTR             PIC S9(09) COMP-3
001360                                      VALUE ZERO.
001370     05  FUNDS-CLOSED-CTR            PIC S9(09) COMP-3
001380                                      VALUE ZERO.
001390     05  FUNDS-MERGED-CTR            PIC S9(09) COMP-3
001400                                      VALUE ZERO.
001410     05  FUNDS-REOPENED-CTR          PIC S9(09) COMP-3
001420                                      VALUE ZERO.
001430
001440 01  NEW-FUND-CONSTANTS.              COPY CIUAXMCD SUPPRESS.
001450
001460**************************************************************
001470*  FUND-MASTER-CONTROLS / FUND-MASTER-TABLE - THE CURRENT       *
001480*    MASTER LOADED INTO A TABLE SUBSCRIPTED DIRECTLY BY FUND    *
001490*    NUMBER, THE SAME SHAPE THE CONVERSION ENGINES USE.  A      *
001500*    FUND LEFT AT THE CLEARED STATUS IS NOT ON THE MASTER.      *
001510*    MAINTENANCE CARDS ARE APPLIED TO THE TABLE AND THE NEW     *
001520*    GENERATION IS WRITTEN FROM IT.                             *
001530**************************************************************
001540 01  FUND-MASTER-CONTROLS.
001550     05  FMS-FILE-SW                 PIC X(01)  VALUE SPACE.
001560         88  FUND-MASTER-PRESENT                VALUE 'Y'.
001570     05  FMS-EOF-SW                  PIC X(01)  VALUE SPACE.
001580         88  FUND-MASTER-EOF                    VALUE 'Y'.
001590     05  FMS-SUBSCRIPT               PIC S9(4) COMP.
001600     05  FMS-LOADED-CTR              PIC S9(09) COMP-3
001610                                      VALUE ZERO.
001620     05  FMS-WRITTEN-CTR             PIC S9(09) COMP-3
001630                                      VALUE ZERO.
001640
001650 01  FUND-MASTER-TABLE.
001660     05  FUND-MASTER-ENTRY           OCCURS 999 TIMES.
001670         10  FMS-FUND-STATUS         PIC X(01).
001680             88  FMS-NOT-ON-MASTER           VALUE ' '.
001690             88  FMS-FUND-OPEN               VALUE 'O'.
001700             88  FMS-FUND-CLOSED             VALUE 'C'.
001710             88  FMS-FUND-MERGED             VALUE 'M'.
001720         10  FMS-SUCCESSOR           PIC 9(03).
001730
001740**************************************************************
001750*  MAINTENANCE-CONTROLS - THE CARD IN HAND.  THE FUND AND       *
001760*    SUCCESSOR ARE CARRIED NUMERICALLY ONCE EDITED.  A NON-     *
001770*    BLANK REJECT REASON MEANS THE CARD IS NOT APPLIED.  THE    *
001780*    BEFORE IMAGE IS TAKEN FROM THE TABLE BEFORE ANY CHANGE.    *
001790**************************************************************
001800 01  MAINTENANCE-CONTROLS.
001810     05  MTC-FUND-NUMBER             PIC 9(03).
001820     05  MTC-SUCCESSOR-FUND          PIC 9(03).
001830     05  MTC-SCAN-SUBSCRIPT          PIC S9(4) COMP.
001840     05  MTC-PREDECESSOR-SW          PIC X(01).
001850         88  MTC-PREDECESSOR-FOUND             VALUE 'Y'.
001860     05  MTC-BEFORE-SW               PIC X(01).
001870         88  MTC-BEFORE-AVAILABLE              VALUE 'Y'.
001880     05  MTC-REJECT-REASON           PIC X(42).
001890         88  MTC-CARD-ACCEPTED                 VALUE SPACES.
001900     05  MTC-BEFORE-STATUS           PIC X(01).
001910     05  MTC-BEFORE-SUCCESSOR        PIC 9(03).
001920     05  MTC-IMAGE-STATUS            PIC X(01).
001930         88  MTC-IMAGE-NOT-ON-MASTER           VALUE ' '.
001940         88  MTC-IMAGE-OPEN                    VALUE 'O'.
001950         88  MTC-IMAGE-CLOSED                  VALUE 'C'.
001960         88  MTC-IMAGE-MERGED                  VALUE 'M'.
001970     05  MTC-IMAGE-SUCCESSOR         PIC 9(03).
001980     05  MTC-IMAGE-STATUS-TEXT       PIC X(12).
001990     05  MTC-IMAGE-SUCCESSOR-TEXT    PIC X(03).
002000
002010 01  MAINTENANCE-HEADING-1.
002020     05  FILLER                      PIC X(46)  VALUE
002030         'FUND MASTER MAINTENANCE AUDIT REPORT          '.
002040     05  FILLER                      PIC X(09)  VALUE
002050         'RUN DATE '.
002060     05  MH1-RUN-DATE                PIC 9(08).
002070     05  FILLER                      PIC X(69)  VALUE SPACES.
002080
002090 01  MAINTENANCE-HEADING-2.
002100     05  FILLER                      PIC X(10)  VALUE
002110         'OPERATOR  '.
002120     05  FILLER                      PIC X(08)  VALUE
002130         'ACTION  '.
002140     05  FILLER                      PIC X(06)  VALUE
002150         'FUND  '.
002160     05  FILLER                      PIC X(14)  VALUE
002170         'BEFORE STATUS '.
002180     05  FILLER                      PIC X(07)  VALUE
002190         'SUCC   '.
002200     05  FILLER                      PIC X(14)  VALUE
002210         'AFTER STATUS  '.
002220     05  FILLER                      PIC X(07)  VALUE
002230         'SUCC   '.
002240     05  FILLER                      PIC X(06)  VALUE
002250         'RESULT'.
002260     05  FILLER                      PIC X(60)  VALUE SPACES.
002270
002280 01  MAINTENANCE-DETAIL-LINE.
002290     05  MDL-OPERATOR-ID             PIC X(08).
002300     05  FILLER                      PIC X(02)  VALUE SPACES.
002310     05  MDL-ACTION                  PIC X(06).
002320     05  FILLER                      PIC X(02)  VALUE SPACES.
002330     05  MDL-FUND-NUMBER             PIC X(03).
002340     05  FILLER                      PIC X(03)  VALUE SPACES.
002350     05  MDL-BEFORE-STATUS           PIC X(12).
002360     05  FILLER                      PIC X(02)  VALUE SPACES.
002370     05  MDL-BEFORE-SUCCESSOR        PIC X(03).
002380     05  FILLER                      PIC X(04)  VALUE SPACES.
002390     05  MDL-AFTER-STATUS            PIC X(12).
002400     05  FILLER                      PIC X(02)  VALUE SPACES.
002410     05  MDL-AFTER-SUCCESSOR         PIC X(03).
002420     05  FILLER                      PIC X(04)  VALUE SPACES.
002430     05  MDL-RESULT                  PIC X(53).
002440     05  FILLER                      PIC X(13)  VALUE SPACES.
002450
002460 01  MAINTENANCE-TOTAL-LINE.
002470     05  MTL-LABEL                   PIC X(40).
002480     05  MTL-VALUE                   PIC ZZZ,ZZZ,ZZ9.
002490     05  FILLER                      PIC X(81)  VALUE SPACES.
002500
002510 01  FILLER                          PIC X(48)  VALUE
002520     'XXXX FCRXFMM  WORKING STORAGE ENDS HERE XXXX'.
002530     EJECT
002540 PROCEDURE DIVISION.
002550
002560 000000-MAINLINE.
002570
002580     PERFORM 100000-INITIALIZATION     THRU 100000-EXIT.
002590
002600     PERFORM 200000-APPLY-ONE-CARD     THRU 200000-EXIT
002610       UNTIL TRANS-EOF                 IN WORK-AREAS.
002620
002630     PERFORM 300000-TERMINATION        THRU 300000-EXIT.
002640
002650 000000-EXIT.
002660     GOBACK.
002670
002680
002690 100000-INITIALIZATION.
002700
002710     OPEN INPUT  MAINTENANCE-TRANS-FILE.
002720     IF NOT FCRFMTX-STATUS-OK
002730         MOVE 'FCRFMTX' TO FEC-FILE-ID
002740         MOVE FCRFMTX-STATUS TO FEC-FILE-STATUS
002750         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
002760     END-IF.
002770     OPEN OUTPUT NEW-FUND-MASTER-FILE.
002780     IF NOT FCRFMNW-STATUS-OK
002790         MOVE 'FCRFMNW' TO FEC-FILE-ID
002800         MOVE FCRFMNW-STATUS TO FEC-FILE-STATUS
002810         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
002820     END-IF.
002830     OPEN OUTPUT MAINTENANCE-REPORT-FILE.
002840     IF NOT FCRFMRP-STATUS-OK
002850         MOVE 'FCRFMRP' TO FEC-FILE-ID
002860         MOVE FCRFMRP-STATUS TO FEC-FILE-STATUS
002870         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
002880     END-IF.
002890
002900     ACCEPT RUN-DATE                 IN WORK-AREAS
002910         FROM DATE YYYYMMDD.
002920
002930     MOVE RUN-DATE                   IN WORK-AREAS
002940       TO MH1-RUN-DATE               IN MAINTENANCE-HEADING-1.
002950     MOVE MAINTENANCE-HEADING-1      TO MAINTENANCE-REPORT-LINE.
002960     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
002970     MOVE SPACES                     TO MAINTENANCE-REPORT-LINE.
002980     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
002990
003000     PERFORM 110000-LOAD-FUND-MASTER THRU 110000-EXIT.
003010
003020     MOVE SPACES                     TO MAINTENANCE-REPORT-LINE.
003030     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
003040     MOVE MAINTENANCE-HEADING-2      TO MAINTENANCE-REPORT-LINE.
003050     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
003060
003070 100000-EXIT.
003080     EXIT.
003090
003100**************************************************************
003110*  110000-LOAD-FUND-MASTER - LOADS THE CURRENT GENERATION OF   *
003120*    THE FUND MASTER INTO THE TABLE.  A MISSING MASTER STARTS  *
003130*    AN EMPTY TABLE.  A RECORD THE CONVERSION ENGINES WOULD    *
003140*    REFUSE, OR A FUND ON THE MASTER TWICE, ENDS THE RUN SO    *
003150*    THE MASTER IS REPAIRED BEFORE ANY CHANGE IS LAYERED ON.   *
003160**************************************************************
003170 110000-LOAD-FUND-MASTER.
003180
003190     MOVE 1 TO FMS-SUBSCRIPT         IN FUND-MASTER-CONTROLS.
003200     PERFORM 111000-CLEAR-ONE-FUND   THRU 111000-EXIT
003210       UNTIL FMS-SUBSCRIPT           IN FUND-MASTER-CONTROLS
003220             GREATER THAN 999.
003230
003240     OPEN INPUT FUND-MASTER-FILE.
003250
003260     IF FCRFMST-STATUS-NOT-FOUND
003270         MOVE 'CURRENT FUND MASTER NOT PRESENT - NEW MASTER BUILT'
003280           TO MAINTENANCE-REPORT-LINE
003290         PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT
003300         MOVE 'FROM THIS RUN''S ADD CARDS ONLY'
003310           TO MAINTENANCE-REPORT-LINE
003320         PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT
003330         GO TO 110000-EXIT
003340     END-IF.
003350
003360     IF NOT FCRFMST-STATUS-OK
003370         MOVE 'FCRFMST' TO FEC-FILE-ID
003380         MOVE FCRFMST-STATUS TO FEC-FILE-STATUS
003390         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
003400     END-IF.
003410
003420     SET FUND-MASTER-PRESENT         IN FUND-MASTER-CONTROLS
003430       TO TRUE.
003440
003450     PERFORM 112000-LOAD-ONE-FUND    THRU 112000-EXIT
003460       UNTIL FUND-MASTER-EOF         IN FUND-MASTER-CONTROLS.
003470
003480     CLOSE FUND-MASTER-FILE.
003490
003500     MOVE SPACES                     TO MAINTENANCE-TOTAL-LINE.
003510     MOVE 'FUNDS ON CURRENT MASTER'  TO MTL-LABEL.
003520     MOVE FMS-LOADED-CTR             IN FUND-MASTER-CONTROLS
003530       TO MTL-VALUE.
003540     MOVE MAINTENANCE-TOTAL-LINE     TO MAINTENANCE-REPORT-LINE.
003550     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
003560
003570 110000-EXIT.
003580     EXIT.
003590
003600 111000-CLEAR-ONE-FUND.
003610
003620     MOVE SPACE
003630       TO FMS-FUND-STATUS            IN FUND-MASTER-TABLE
003640                                     (FMS-SUBSCRIPT
003650                                  IN FUND-MASTER-CONTROLS).
003660     MOVE ZERO
003670       TO FMS-SUCCESSOR              IN FUND-MASTER-TABLE
003680                                     (FMS-SUBSCRIPT
003690                                  IN FUND-MASTER-CONTROLS).
003700
003710     ADD 1 TO FMS-SUBSCRIPT          IN FUND-MASTER-CONTROLS.
003720
003730 111000-EXIT.
003740     EXIT.
003750
003760 112000-LOAD-ONE-FUND.
003770
003780     READ FUND-MASTER-FILE.
003790
003800     IF FCRFMST-STATUS-EOF
003810         SET FUND-MASTER-EOF         IN FUND-MASTER-CONTROLS
003820           TO TRUE
003830         GO TO 112000-EXIT
003840     END-IF.
003850
003860     IF NOT FCRFMST-STATUS-OK
003870         MOVE 'FCRFMST' TO FEC-FILE-ID
003880         MOVE FCRFMST-STATUS TO FEC-FILE-STATUS
003890         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
003900     END-IF.
003910
003920     IF FFM-FUND-NUMBER              IN FUND-MASTER-RECORD
003930       NOT NUMERIC
003940       OR FFM-FUND-NUMBER            IN FUND-MASTER-RECORD
003950          EQUAL ZERO
003960         DISPLAY 'FCRXFMM - FUND MASTER RECORD WITH BAD FUND '
003970                 'NUMBER - RUN ENDED'
003980         MOVE 16 TO RETURN-CODE
003990         STOP RUN
004000     END-IF.
004010
004020     IF NOT FFM-FUND-OPEN            IN FUND-MASTER-RECORD
004030       AND NOT FFM-FUND-CLOSED       IN FUND-MASTER-RECORD
004040       AND NOT FFM-FUND-MERGED       IN FUND-MASTER-RECORD
004050         DISPLAY 'FCRXFMM - FUND MASTER STATUS MUST BE O, C '
004060                 'OR M FOR FUND '
004070                 FFM-FUND-NUMBER     IN FUND-MASTER-RECORD
004080                 ' - RUN ENDED'
004090         MOVE 16 TO RETURN-CODE
004100         STOP RUN
004110     END-IF.
004120
004130     IF FFM-FUND-MERGED              IN FUND-MASTER-RECORD
004140       AND (FFM-SUCCESSOR-FUND       IN FUND-MASTER-RECORD
004150            NOT NUMERIC
004160         OR FFM-SUCCESSOR-FUND       IN FUND-MASTER-RECORD
004170            EQUAL ZERO)
004180         DISPLAY 'FCRXFMM - MERGED FUND '
004190                 FFM-FUND-NUMBER     IN FUND-MASTER-RECORD
004200                 ' HAS NO SUCCESSOR FUND - RUN ENDED'
004210         MOVE 16 TO RETURN-CODE
004220         STOP RUN
004230     END-IF.
004240
004250     IF NOT FMS-NOT-ON-MASTER        IN FUND-MASTER-TABLE
004260                                     (FFM-FUND-NUMBER
004270                                  IN FUND-MASTER-RECORD)
004280         DISPLAY 'FCRXFMM - FUND '
004290                 FFM-FUND-NUMBER     IN FUND-MASTER-RECORD
004300                 ' IS ON THE FUND MASTER TWICE - RUN ENDED'
004310         MOVE 16 TO RETURN-CODE
004320         STOP RUN
004330     END-IF.
004340
004350     MOVE FFM-FUND-STATUS            IN FUND-MASTER-RECORD
004360       TO FMS-FUND-STATUS            IN FUND-MASTER-TABLE
004370                                     (FFM-FUND-NUMBER
004380                                  IN FUND-MASTER-RECORD).
004390     IF FFM-FUND-MERGED              IN FUND-MASTER-RECORD
004400         MOVE FFM-SUCCESSOR-FUND     IN FUND-MASTER-RECORD
004410           TO FMS-SUCCESSOR          IN FUND-MASTER-TABLE
004420                                     (FFM-FUND-NUMBER
004430                                  IN FUND-MASTER-RECORD)
004440     END-IF.
004450
004460     ADD 1 TO FMS-LOADED-CTR         IN FUND-MASTER-CONTROLS.
004470
004480 112000-EXIT.
004490     EXIT.
004500
004510**************************************************************
004520*  200000-APPLY-ONE-CARD - READS ONE MAINTENANCE CARD, TAKES    *
004530*    THE FUND'S BEFORE IMAGE, EDITS THE CARD AGAINST THE        *
004540*    MASTER AS IT STANDS AFTER THE CARDS BEFORE IT, APPLIES     *
004550*    IT IF IT PASSES AND PRINTS THE AUDIT LINE EITHER WAY.      *
004560**************************************************************
004570 200000-APPLY-ONE-CARD.
004580
004590     READ MAINTENANCE-TRANS-FILE.
004600
004610     IF FCRFMTX-STATUS-EOF
004620         SET TRANS-EOF               IN WORK-AREAS TO TRUE
004630         GO TO 200000-EXIT
004640     END-IF.
004650
004660     IF NOT FCRFMTX-STATUS-OK
004670         MOVE 'FCRFMTX' TO FEC-FILE-ID
004680         MOVE FCRFMTX-STATUS TO FEC-FILE-STATUS
004690         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
004700     END-IF.
004710
004720     ADD 1 TO TRANS-READ-CTR         IN WORK-AREAS.
004730
004740     MOVE SPACES
004750       TO MTC-REJECT-REASON          IN MAINTENANCE-CONTROLS
004760          MTC-BEFORE-SW              IN MAINTENANCE-CONTROLS
004770          MTC-BEFORE-STATUS          IN MAINTENANCE-CONTROLS.
004780     MOVE ZERO
004790       TO MTC-FUND-NUMBER            IN MAINTENANCE-CONTROLS
004800          MTC-SUCCESSOR-FUND         IN MAINTENANCE-CONTROLS
004810          MTC-BEFORE-SUCCESSOR       IN MAINTENANCE-CONTROLS.
004820
004830     IF FFT-FUND-NUMBER              IN MAINTENANCE-TRANS-RECORD
004840       NUMERIC
004850         MOVE FFT-FUND-NUMBER        IN MAINTENANCE-TRANS-RECORD
004860           TO MTC-FUND-NUMBER        IN MAINTENANCE-CONTROLS
004870     END-IF.
004880     IF FFT-SUCCESSOR-FUND           IN MAINTENANCE-TRANS-RECORD
004890       NUMERIC
004900         MOVE FFT-SUCCESSOR-FUND     IN MAINTENANCE-TRANS-RECORD
004910           TO MTC-SUCCESSOR-FUND     IN MAINTENANCE-CONTROLS
004920     END-IF.
004930
004940     IF MTC-FUND-NUMBER              IN MAINTENANCE-CONTROLS
004950       GREATER THAN ZERO
004960         SET MTC-BEFORE-AVAILABLE    IN MAINTENANCE-CONTROLS
004970           TO TRUE
004980         MOVE FMS-FUND-STATUS        IN FUND-MASTER-TABLE
004990                                     (MTC-FUND-NUMBER
005000                                  IN MAINTENANCE-CONTROLS)
005010           TO MTC-BEFORE-STATUS      IN MAINTENANCE-CONTROLS
005020         MOVE FMS-SUCCESSOR          IN FUND-MASTER-TABLE
005030                                     (MTC-FUND-NUMBER
005040                                  IN MAINTENANCE-CONTROLS)
005050           TO MTC-BEFORE-SUCCESSOR   IN MAINTENANCE-CONTROLS
005060     END-IF.
005070
005080     PERFORM 210000-EDIT-CARD        THRU 210000-EXIT.
005090
005100     IF MTC-CARD-ACCEPTED            IN MAINTENANCE-CONTROLS
005110         PERFORM 220000-UPDATE-MASTER-TABLE THRU 220000-EXIT
005120         ADD 1 TO TRANS-APPLIED-CTR  IN WORK-AREAS
005130     ELSE
005140         ADD 1 TO TRANS-REJECTED-CTR IN WORK-AREAS
005150     END-IF.
005160
005170     PERFORM 230000-PRINT-AUDIT-LINE THRU 230000-EXIT.
005180
005190 200000-EXIT.
005200     EXIT.
005210
005220**************************************************************
005230*  210000-EDIT-CARD - THE FIRST EDIT A CARD FAILS IS ITS        *
005240*    REJECT REASON.  THE MERGE EDITS KEEP EVERY MERGED FUND     *
005250*    POINTING AT AN OPEN SUCCESSOR ONE STEP AWAY: THE           *
005260*    SUCCESSOR MUST BE OPEN (SO IT IS NOT ITSELF MERGED - NO    *
005270*    CHAIN), MAY NOT BE THE FUND ITSELF (NO LOOP), AND A FUND   *
005280*    OTHERS ARE ALREADY MERGED INTO MAY NOT BE MERGED OR        *
005290*    CLOSED AWAY UNDER THEM.                                    *
005300**************************************************************
005310 210000-EDIT-CARD.
005320
005330     IF FFT-OPERATOR-ID              IN MAINTENANCE-TRANS-RECORD
005340       EQUAL SPACES
005350         MOVE 'OPERATOR ID MISSING'
005360           TO MTC-REJECT-REASON      IN MAINTENANCE-CONTROLS
005370         GO TO 210000-EXIT
005380     END-IF.
005390
005400     IF NOT FFT-ADD-FUND             IN MAINTENANCE-TRANS-RECORD
005410       AND NOT FFT-CLOSE-FUND        IN MAINTENANCE-TRANS-RECORD
005420       AND NOT FFT-MERGE-FUND        IN MAINTENANCE-TRANS-RECORD
005430       AND NOT FFT-REOPEN-FUND       IN MAINTENANCE-TRANS-RECORD
005440         MOVE 'ACTION MUST BE A, C, M OR R'
005450           TO MTC-REJECT-REASON      IN MAINTENANCE-CONTROLS
005460         GO TO 210000-EXIT
005470     END-IF.
005480
005490     IF MTC-FUND-NUMBER              IN MAINTENANCE-CONTROLS
005500       EQUAL ZERO
005510         MOVE 'FUND NUMBER NOT NUMERIC OR ZERO'
005520           TO MTC-REJECT-REASON      IN MAINTENANCE-CONTROLS
005530         GO TO 210000-EXIT
005540     END-IF.
005550
005560     IF MTC-FUND-NUMBER              IN MAINTENANCE-CONTROLS
005570       EQUAL FUND-NUMBER-DEFAULT     IN NEW-FUND-CONSTANTS
005580         MOVE 'RESIDUAL FUND MAY NOT BE CHANGED'
005590           TO MTC-REJECT-REASON      IN MAINTENANCE-CONTROLS
005600         GO TO 210000-EXIT
005610     END-IF.
005620
005630     IF FFT-ADD-FUND                 IN MAINTENANCE-TRANS-RECORD
005640         IF NOT FMS-NOT-ON-MASTER    IN FUND-MASTER-TABLE
005650                                     (MTC-FUND-NUMBER
005660                                  IN MAINTENANCE-CONTROLS)
005670             MOVE 'DUPLICATE - FUND ALREADY ON MASTER'
005680               TO MTC-REJECT-REASON  IN MAINTENANCE-CONTROLS
005690         END-IF
005700         GO TO 210000-EXIT
005710     END-IF.
005720
005730     IF FMS-NOT-ON-MASTER            IN FUND-MASTER-TABLE
005740                                     (MTC-FUND-NUMBER
005750                                  IN MAINTENANCE-CONTROLS)
005760         MOVE 'FUND NOT ON MASTER'
005770           TO MTC-REJECT-REASON      IN MAINTENANCE-CONTROLS
005780         GO TO 210000-EXIT
005790     END-IF.
005800
005810     EVALUATE TRUE
005820       WHEN FFT-CLOSE-FUND           IN MAINTENANCE-TRANS-RECORD
005830         PERFORM 211000-EDIT-CLOSE   THRU 211000-EXIT
005840       WHEN FFT-MERGE-FUND           IN MAINTENANCE-TRANS-RECORD
005850         PERFORM 212000-EDIT-MERGE   THRU 212000-EXIT
005860       WHEN FFT-REOPEN-FUND          IN MAINTENANCE-TRANS-RECORD
005870         IF FMS-FUND-OPEN            IN FUND-MASTER-TABLE
005880                                     (MTC-FUND-NUMBER
005890                                  IN MAINTENANCE-CONTROLS)
005900             MOVE 'FUND IS ALREADY OPEN'
005910               TO MTC-REJECT-REASON  IN MAINTENANCE-CONTROLS
005920         END-IF
005930     END-EVALUATE.
005940
005950 210000-EXIT.
005960     EXIT.
005970
005980 211000-EDIT-CLOSE.
005990
006000     IF NOT FMS-FUND-OPEN            IN FUND-MASTER-TABLE
006010                                     (MTC-FUND-NUMBER
006020                                  IN MAINTENANCE-CONTROLS)
006030         MOVE 'ONLY AN OPEN FUND MAY BE CLOSED'
006040           TO MTC-REJECT-REASON      IN MAINTENANCE-CONTROLS
006050         GO TO 211000-EXIT
006060     END-IF.
006070
006080     PERFORM 215000-FIND-PREDECESSOR THRU 215000-EXIT.
006090
006100     IF MTC-PREDECESSOR-FOUND        IN MAINTENANCE-CONTROLS
006110         MOVE 'FUND IS THE SUCCESSOR OF A MERGED FUND'
006120           TO MTC-REJECT-REASON      IN MAINTENANCE-CONTROLS
006130     END-IF.
006140
006150 211000-EXIT.
006160     EXIT.
006170
006180 212000-EDIT-MERGE.
006190
006200     IF FMS-FUND-MERGED              IN FUND-MASTER-TABLE
006210                                     (MTC-FUND-NUMBER
006220                                  IN MAINTENANCE-CONTROLS)
006230         MOVE 'FUND IS ALREADY MERGED'
006240           TO MTC-REJECT-REASON      IN MAINTENANCE-CONTROLS
006250         GO TO 212000-EXIT
006260     END-IF.
006270
006280     IF MTC-SUCCESSOR-FUND           IN MAINTENANCE-CONTROLS
006290       EQUAL ZERO
006300         MOVE 'SUCCESSOR FUND MISSING OR NOT NUMERIC'
006310           TO MTC-REJECT-REASON      IN MAINTENANCE-CONTROLS
006320         GO TO 212000-EXIT
006330     END-IF.
006340
006350     IF MTC-SUCCESSOR-FUND           IN MAINTENANCE-CONTROLS
006360       EQUAL MTC-FUND-NUMBER         IN MAINTENANCE-CONTROLS
006370         MOVE 'MERGE LOOP - FUND IS ITS OWN SUCCESSOR'
006380           TO MTC-REJECT-REASON      IN MAINTENANCE-CONTROLS
006390         GO TO 212000-EXIT
006400     END-IF.
006410
006420     IF MTC-SUCCESSOR-FUND           IN MAINTENANCE-CONTROLS
006430       EQUAL FUND-NUMBER-DEFAULT     IN NEW-FUND-CONSTANTS
006440         MOVE 'RESIDUAL FUND MAY NOT BE A SUCCESSOR'
006450           TO MTC-REJECT-REASON      IN MAINTENANCE-CONTROLS
006460         GO TO 212000-EXIT
006470     END-IF.
006480
006490     IF FMS-NOT-ON-MASTER            IN FUND-MASTER-TABLE
006500                                     (MTC-SUCCESSOR-FUND
006510                                  IN MAINTENANCE-CONTROLS)
006520         MOVE 'SUCCESSOR FUND NOT ON MASTER'
006530           TO MTC-REJECT-REASON      IN MAINTENANCE-CONTROLS
006540         GO TO 212000-EXIT
006550     END-IF.
006560
006570     IF FMS-FUND-MERGED              IN FUND-MASTER-TABLE
006580                                     (MTC-SUCCESSOR-FUND
006590                                  IN MAINTENANCE-CONTROLS)
006600         MOVE 'MERGE CHAIN - SUCCESSOR IS ITSELF MERGED'
006610           TO MTC-REJECT-REASON      IN MAINTENANCE-CONTROLS
006620         GO TO 212000-EXIT
006630     END-IF.
006640
006650     IF NOT FMS-FUND-OPEN            IN FUND-MASTER-TABLE
006660                                     (MTC-SUCCESSOR-FUND
006670                                  IN MAINTENANCE-CONTROLS)
006680         MOVE 'SUCCESSOR FUND IS NOT OPEN'
006690           TO MTC-REJECT-REASON      IN MAINTENANCE-CONTROLS
006700         GO TO 212000-EXIT
006710     END-IF.
006720
006730     PERFORM 215000-FIND-PREDECESSOR THRU 215000-EXIT.
006740
006750     IF MTC-PREDECESSOR-FOUND        IN MAINTENANCE-CONTROLS
006760         MOVE 'MERGE CHAIN - OTHER FUNDS MERGE INTO THIS FUND'
006770           TO MTC-REJECT-REASON      IN MAINTENANCE-CONTROLS
006780     END-IF.
006790
006800 212000-EXIT.
006810     EXIT.
006820
006830**************************************************************
006840*  215000-FIND-PREDECESSOR - SCANS THE TABLE FOR ANY MERGED     *
006850*    FUND WHOSE SUCCESSOR IS THE FUND ON THE CARD.              *
006860**************************************************************
006870 215000-FIND-PREDECESSOR.
006880
006890     MOVE SPACE
006900       TO MTC-PREDECESSOR-SW         IN MAINTENANCE-CONTROLS.
006910     MOVE 1 TO MTC-SCAN-SUBSCRIPT    IN MAINTENANCE-CONTROLS.
006920
006930     PERFORM 216000-CHECK-ONE-FUND   THRU 216000-EXIT
006940       UNTIL MTC-PREDECESSOR-FOUND   IN MAINTENANCE-CONTROLS
006950          OR MTC-SCAN-SUBSCRIPT      IN MAINTENANCE-CONTROLS
006960             GREATER THAN 999.
006970
006980 215000-EXIT.
006990     EXIT.
007000
007010 216000-CHECK-ONE-FUND.
007020
007030     IF FMS-FUND-MERGED              IN FUND-MASTER-TABLE
007040                                     (MTC-SCAN-SUBSCRIPT
007050                                  IN MAINTENANCE-CONTROLS)
007060       AND FMS-SUCCESSOR             IN FUND-MASTER-TABLE
007070                                     (MTC-SCAN-SUBSCRIPT
007080                                  IN MAINTENANCE-CONTROLS)
007090           EQUAL MTC-FUND-NUMBER     IN MAINTENANCE-CONTROLS
007100         SET MTC-PREDECESSOR-FOUND   IN MAINTENANCE-CONTROLS
007110           TO TRUE
007120     ELSE
007130         ADD 1 TO MTC-SCAN-SUBSCRIPT IN MAINTENANCE-CONTROLS
007140     END-IF.
007150
007160 216000-EXIT.
007170     EXIT.
007180
007190**************************************************************
007200*  220000-UPDATE-MASTER-TABLE - APPLIES AN ACCEPTED CARD.  ONLY *
007210*    A MERGED FUND CARRIES A SUCCESSOR; EVERY OTHER STATUS      *
007220*    CLEARS IT.                                                 *
007230**************************************************************
007240 220000-UPDATE-MASTER-TABLE.
007250
007260     MOVE ZERO
007270       TO FMS-SUCCESSOR              IN FUND-MASTER-TABLE
007280                                     (MTC-FUND-NUMBER
007290                                  IN MAINTENANCE-CONTROLS).
007300
007310     EVALUATE TRUE
007320       WHEN FFT-ADD-FUND             IN MAINTENANCE-TRANS-RECORD
007330         SET FMS-FUND-OPEN           IN FUND-MASTER-TABLE
007340                                     (MTC-FUND-NUMBER
007350                                  IN MAINTENANCE-CONTROLS)
007360           TO TRUE
007370         ADD 1 TO FUNDS-ADDED-CTR    IN WORK-AREAS
007380       WHEN FFT-CLOSE-FUND           IN MAINTENANCE-TRANS-RECORD
007390         SET FMS-FUND-CLOSED         IN FUND-MASTER-TABLE
007400                                     (MTC-FUND-NUMBER
007410                                  IN MAINTENANCE-CONTROLS)
007420           TO TRUE
007430         ADD 1 TO FUNDS-CLOSED-CTR   IN WORK-AREAS
007440       WHEN FFT-MERGE-FUND           IN MAINTENANCE-TRANS-RECORD
007450         SET FMS-FUND-MERGED         IN FUND-MASTER-TABLE
007460                                     (MTC-FUND-NUMBER
007470                                  IN MAINTENANCE-CONTROLS)
007480           TO TRUE
007490         MOVE MTC-SUCCESSOR-FUND     IN MAINTENANCE-CONTROLS
007500           TO FMS-SUCCESSOR          IN FUND-MASTER-TABLE
007510                                     (MTC-FUND-NUMBER
007520                                  IN MAINTENANCE-CONTROLS)
007530         ADD 1 TO FUNDS-MERGED-CTR   IN WORK-AREAS
007540       WHEN FFT-REOPEN-FUND          IN MAINTENANCE-TRANS-RECORD
007550         SET FMS-FUND-OPEN           IN FUND-MASTER-TABLE
007560                                     (MTC-FUND-NUMBER
007570                                  IN MAINTENANCE-CONTROLS)
007580           TO TRUE
007590         ADD 1 TO FUNDS-REOPENED-CTR IN WORK-AREAS
007600     END-EVALUATE.
007610
007620 220000-EXIT.
007630     EXIT.
007640
007650**************************************************************
007660*  230000-PRINT-AUDIT-LINE - ONE LINE PER CARD: OPERATOR,       *
007670*    ACTION, FUND, THE BEFORE AND AFTER STATUS AND SUCCESSOR,   *
007680*    AND APPLIED OR THE REJECT REASON.  A REJECTED CARD'S       *
007690*    AFTER IMAGE IS ITS BEFORE IMAGE - NOTHING CHANGED.         *
007700**************************************************************
007710 230000-PRINT-AUDIT-LINE.
007720
007730     MOVE FFT-OPERATOR-ID            IN MAINTENANCE-TRANS-RECORD
007740       TO MDL-OPERATOR-ID            IN MAINTENANCE-DETAIL-LINE.
007750     MOVE FFT-FUND-NUMBER            IN MAINTENANCE-TRANS-RECORD
007760       TO MDL-FUND-NUMBER            IN MAINTENANCE-DETAIL-LINE.
007770
007780     EVALUATE TRUE
007790       WHEN FFT-ADD-FUND             IN MAINTENANCE-TRANS-RECORD
007800         MOVE 'ADD   '               TO MDL-ACTION
007810       WHEN FFT-CLOSE-FUND           IN MAINTENANCE-TRANS-RECORD
007820         MOVE 'CLOSE '               TO MDL-ACTION
007830       WHEN FFT-MERGE-FUND           IN MAINTENANCE-TRANS-RECORD
007840         MOVE 'MERGE '               TO MDL-ACTION
007850       WHEN FFT-REOPEN-FUND          IN MAINTENANCE-TRANS-RECORD
007860         MOVE 'REOPEN'               TO MDL-ACTION
007870       WHEN OTHER
007880         MOVE SPACES                 TO MDL-ACTION
007890         MOVE FFT-TRANS-CODE         IN MAINTENANCE-TRANS-RECORD
007900           TO MDL-ACTION (1 : 1)
007910     END-EVALUATE.
007920
007930     IF MTC-BEFORE-AVAILABLE         IN MAINTENANCE-CONTROLS
007940         MOVE MTC-BEFORE-STATUS      IN MAINTENANCE-CONTROLS
007950           TO MTC-IMAGE-STATUS       IN MAINTENANCE-CONTROLS
007960         MOVE MTC-BEFORE-SUCCESSOR   IN MAINTENANCE-CONTROLS
007970           TO MTC-IMAGE-SUCCESSOR    IN MAINTENANCE-CONTROLS
007980         PERFORM 235000-FORMAT-IMAGE THRU 235000-EXIT
007990         MOVE MTC-IMAGE-STATUS-TEXT  IN MAINTENANCE-CONTROLS
008000           TO MDL-BEFORE-STATUS      IN MAINTENANCE-DETAIL-LINE
008010         MOVE MTC-IMAGE-SUCCESSOR-TEXT
008020                                     IN MAINTENANCE-CONTROLS
008030           TO MDL-BEFORE-SUCCESSOR   IN MAINTENANCE-DETAIL-LINE
008040         MOVE FMS-FUND-STATUS        IN FUND-MASTER-TABLE
008050                                     (MTC-FUND-NUMBER
008060                                  IN MAINTENANCE-CONTROLS)
008070           TO MTC-IMAGE-STATUS       IN MAINTENANCE-CONTROLS
008080         MOVE FMS-SUCCESSOR          IN FUND-MASTER-TABLE
008090                                     (MTC-FUND-NUMBER
008100                                  IN MAINTENANCE-CONTROLS)
008110           TO MTC-IMAGE-SUCCESSOR    IN MAINTENANCE-CONTROLS
008120         PERFORM 235000-FORMAT-IMAGE THRU 235000-EXIT
008130         MOVE MTC-IMAGE-STATUS-TEXT  IN MAINTENANCE-CONTROLS
008140           TO MDL-AFTER-STATUS       IN MAINTENANCE-DETAIL-LINE
008150         MOVE MTC-IMAGE-SUCCESSOR-TEXT
008160                                     IN MAINTENANCE-CONTROLS
008170           TO MDL-AFTER-SUCCESSOR    IN MAINTENANCE-DETAIL-LINE
008180     ELSE
008190         MOVE SPACES
008200           TO MDL-BEFORE-STATUS      IN MAINTENANCE-DETAIL-LINE
008210              MDL-BEFORE-SUCCESSOR   IN MAINTENANCE-DETAIL-LINE
008220              MDL-AFTER-STATUS       IN MAINTENANCE-DETAIL-LINE
008230              MDL-AFTER-SUCCESSOR    IN MAINTENANCE-DETAIL-LINE
008240     END-IF.
008250
008260     IF MTC-CARD-ACCEPTED            IN MAINTENANCE-CONTROLS
008270         MOVE 'APPLIED'
008280           TO MDL-RESULT             IN MAINTENANCE-DETAIL-LINE
008290     ELSE
008300         MOVE SPACES
008310           TO MDL-RESULT             IN MAINTENANCE-DETAIL-LINE
008320         STRING 'REJECTED - '         DELIMITED BY SIZE
008330                MTC-REJECT-REASON    IN MAINTENANCE-CONTROLS
008340                                      DELIMITED BY SIZE
008350           INTO MDL-RESULT           IN MAINTENANCE-DETAIL-LINE
008360     END-IF.
008370
008380     MOVE MAINTENANCE-DETAIL-LINE    TO MAINTENANCE-REPORT-LINE.
008390     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
008400
008410 230000-EXIT.
008420     EXIT.
008430
008440 235000-FORMAT-IMAGE.
008450
008460     EVALUATE TRUE
008470       WHEN MTC-IMAGE-OPEN           IN MAINTENANCE-CONTROLS
008480         MOVE 'OPEN'
008490           TO MTC-IMAGE-STATUS-TEXT  IN MAINTENANCE-CONTROLS
008500       WHEN MTC-IMAGE-CLOSED         IN MAINTENANCE-CONTROLS
008510         MOVE 'CLOSED'
008520           TO MTC-IMAGE-STATUS-TEXT  IN MAINTENANCE-CONTROLS
008530       WHEN MTC-IMAGE-MERGED         IN MAINTENANCE-CONTROLS
008540         MOVE 'MERGED'
008550           TO MTC-IMAGE-STATUS-TEXT  IN MAINTENANCE-CONTROLS
008560       WHEN OTHER
008570         MOVE 'NOT ON FILE'
008580           TO MTC-IMAGE-STATUS-TEXT  IN MAINTENANCE-CONTROLS
008590     END-EVALUATE.
008600
008610     IF MTC-IMAGE-MERGED             IN MAINTENANCE-CONTROLS
008620         MOVE MTC-IMAGE-SUCCESSOR    IN MAINTENANCE-CONTROLS
008630           TO MTC-IMAGE-SUCCESSOR-TEXT
008640                                     IN MAINTENANCE-CONTROLS
008650     ELSE
008660         MOVE SPACES
008670           TO MTC-IMAGE-SUCCESSOR-TEXT
008680                                     IN MAINTENANCE-CONTROLS
008690     END-IF.
008700
008710 235000-EXIT.
008720     EXIT.
008730
008740 290000-WRITE-REPORT-LINE.
008750
008760     WRITE MAINTENANCE-REPORT-LINE.
008770     IF NOT FCRFMRP-STATUS-OK
008780         MOVE 'FCRFMRP' TO FEC-FILE-ID
008790         MOVE FCRFMRP-STATUS TO FEC-FILE-STATUS
008800         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
008810     END-IF.
008820
008830 290000-EXIT.
008840     EXIT.
008850
008860**************************************************************
008870*  300000-TERMINATION - WRITES THE NEW GENERATION OF THE        *
008880*    MASTER IN FUND NUMBER ORDER, THE RUN TOTALS, AND SETS      *
008890*    RETURN CODE 8 WHEN ANY CARD WAS REJECTED.                  *
008900**************************************************************
008910 300000-TERMINATION.
008920
008930     MOVE 1 TO FMS-SUBSCRIPT         IN FUND-MASTER-CONTROLS.
008940     PERFORM 310000-WRITE-ONE-FUND   THRU 310000-EXIT
008950       UNTIL FMS-SUBSCRIPT           IN FUND-MASTER-CONTROLS
008960             GREATER THAN 999.
008970
008980     MOVE SPACES                     TO MAINTENANCE-REPORT-LINE.
008990     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
009000
009010     MOVE SPACES                     TO MAINTENANCE-TOTAL-LINE.
009020     MOVE 'MAINTENANCE CARDS READ'   TO MTL-LABEL.
009030     MOVE TRANS-READ-CTR             IN WORK-AREAS
009040       TO MTL-VALUE.
009050     MOVE MAINTENANCE-TOTAL-LINE     TO MAINTENANCE-REPORT-LINE.
009060     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
009070
009080     MOVE SPACES                     TO MAINTENANCE-TOTAL-LINE.
009090     MOVE 'CARDS APPLIED'            TO MTL-LABEL.
009100     MOVE TRANS-APPLIED-CTR          IN WORK-AREAS
009110       TO MTL-VALUE.
009120     MOVE MAINTENANCE-TOTAL-LINE     TO MAINTENANCE-REPORT-LINE.
009130     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
009140
009150     MOVE SPACES                     TO MAINTENANCE-TOTAL-LINE.
009160     MOVE '  FUNDS ADDED'            TO MTL-LABEL.
009170     MOVE FUNDS-ADDED-CTR            IN WORK-AREAS
009180       TO MTL-VALUE.
009190     MOVE MAINTENANCE-TOTAL-LINE     TO MAINTENANCE-REPORT-LINE.
009200     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
009210
009220     MOVE SPACES                     TO MAINTENANCE-TOTAL-LINE.
009230     MOVE '  FUNDS CLOSED'           TO MTL-LABEL.
009240     MOVE FUNDS-CLOSED-CTR           IN WORK-AREAS
009250       TO MTL-VALUE.
009260     MOVE MAINTENANCE-TOTAL-LINE     TO MAINTENANCE-REPORT-LINE.
009270     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
009280
009290     MOVE SPACES                     TO MAINTENANCE-TOTAL-LINE.
009300     MOVE '  FUNDS MERGED'           TO MTL-LABEL.
009310     MOVE FUNDS-MERGED-CTR           IN WORK-AREAS
009320       TO MTL-VALUE.
009330     MOVE MAINTENANCE-TOTAL-LINE     TO MAINTENANCE-REPORT-LINE.
009340     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
009350
009360     MOVE SPACES                     TO MAINTENANCE-TOTAL-LINE.
009370     MOVE '  FUNDS REOPENED'         TO MTL-LABEL.
009380     MOVE FUNDS-REOPENED-CTR         IN WORK-AREAS
009390       TO MTL-VALUE.
009400     MOVE MAINTENANCE-TOTAL-LINE     TO MAINTENANCE-REPORT-LINE.
009410     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
009420
009430     MOVE SPACES                     TO MAINTENANCE-TOTAL-LINE.
009440     MOVE 'CARDS REJECTED'           TO MTL-LABEL.
009450     MOVE TRANS-REJECTED-CTR         IN WORK-AREAS
009460       TO MTL-VALUE.
009470     MOVE MAINTENANCE-TOTAL-LINE     TO MAINTENANCE-REPORT-LINE.
009480     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
009490
009500     MOVE SPACES                     TO MAINTENANCE-TOTAL-LINE.
009510     MOVE 'FUNDS WRITTEN TO NEW MASTER'
009520                                     TO MTL-LABEL.
009530     MOVE FMS-WRITTEN-CTR            IN FUND-MASTER-CONTROLS
009540       TO MTL-VALUE.
009550     MOVE MAINTENANCE-TOTAL-LINE     TO MAINTENANCE-REPORT-LINE.
009560     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
009570
009580     CLOSE MAINTENANCE-TRANS-FILE.
009590     CLOSE NEW-FUND-MASTER-FILE.
009600     CLOSE MAINTENANCE-REPORT-FILE.
009610
009620     IF TRANS-REJECTED-CTR           IN WORK-AREAS
009630       GREATER THAN ZERO
009640         DISPLAY 'FCRXFMM - ' TRANS-REJECTED-CTR IN WORK-AREAS
009650                 ' MAINTENANCE CARD(S) REJECTED - SEE REPORT'
009660         MOVE 8 TO RETURN-CODE
009670     END-IF.
009680
009690 300000-EXIT.
009700     EXIT.
009710
009720 310000-WRITE-ONE-FUND.
009730
009740     IF FMS-NOT-ON-MASTER            IN FUND-MASTER-TABLE
009750                                     (FMS-SUBSCRIPT
009760                                  IN FUND-MASTER-CONTROLS)
009770         GO TO 310000-NEXT
009780     END-IF.
009790
009800     MOVE SPACES                     TO NEW-FUND-MASTER-RECORD.
009810     MOVE FMS-SUBSCRIPT              IN FUND-MASTER-CONTROLS
009820       TO FFM-FUND-NUMBER            IN NEW-FUND-MASTER-RECORD.
009830     MOVE FMS-FUND-STATUS            IN FUND-MASTER-TABLE
009840                                     (FMS-SUBSCRIPT
009850                                  IN FUND-MASTER-CONTROLS)
009860       TO FFM-FUND-STATUS            IN NEW-FUND-MASTER-RECORD.
009870     MOVE FMS-SUCCESSOR              IN FUND-MASTER-TABLE
009880                                     (FMS-SUBSCRIPT
009890                                  IN FUND-MASTER-CONTROLS)
009900       TO FFM-SUCCESSOR-FUND         IN NEW-FUND-MASTER-RECORD.
009910
009920     WRITE NEW-FUND-MASTER-RECORD.
009930     IF NOT FCRFMNW-STATUS-OK
009940         MOVE 'FCRFMNW' TO FEC-FILE-ID
009950         MOVE FCRFMNW-STATUS TO FEC-FILE-STATUS
009960         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
009970     END-IF.
009980
009990     ADD 1 TO FMS-WRITTEN-CTR        IN FUND-MASTER-CONTROLS.
010000
010010 310000-NEXT.
010020     ADD 1 TO FMS-SUBSCRIPT          IN FUND-MASTER-CONTROLS.
010030
010040 310000-EXIT.
010050     EXIT.
010060
010070**************************************************************
010080*  900000-ABEND-ON-FILE-ERROR - COMMON HANDLER FOR A BAD FILE    *
010090*    STATUS ON OPEN, READ, WRITE OR CLOSE.  DISPLAYS THE         *
010100*    OFFENDING FILE AND STATUS CODE AND ABENDS THE RUN.          *
010110**************************************************************
010120 900000-ABEND-ON-FILE-ERROR.
010130
010140     DISPLAY 'FCRXFMM - I/O ERROR ON FILE ' FEC-FILE-ID
010150             ' - FILE STATUS = ' FEC-FILE-STATUS.
010160     MOVE 16 TO RETURN-CODE.
010170     STOP RUN.
010180
010190 900000-EXIT.
010200     EXIT.
