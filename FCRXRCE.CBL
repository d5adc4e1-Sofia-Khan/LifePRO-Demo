000010 IDENTIFICATION DIVISION.
000020
000030 PROGRAM-ID. FCRXRCE.
000040
000050*TITLE.      FUNDS CONFIGURATION REJECT CORRECTION RE-ENTRY
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
000240* T-0242  Z001801  10/2026  INITIAL VERSION - APPLY ANALYST      *
000250*                           CORRECTIONS TO PASSED-THROUGH        *
000260*                           REJECTS AND WRITE A CORRECTION FILE  *
000270*                           FOR A FOLLOW-UP CONVERSION RUN       *
000280*                                                                *
000290*=================================================================
000300*                                                                *
000310*  MODULE NARRATIVE                                              *
000320*   THIS IS PART OF THE WMA / V1 FUNDS CONFIGURATION UTILITY     *
000330*    PROCESS.  A TRANSACTION THE AN CONVERSION REJECTED IS       *
000340*    PASSED THROUGH TO THE CONVERTED FILE (FCRNEWT) IN THE OLD   *
000350*    FORMAT, AND ITS REJECTS ARE CARRIED ON THE REJECT SUSPENSE  *
000360*    FILE (FCRRSUS, CFCRXRS1) BY FCRXRSU.  THIS UTILITY TAKES    *
000370*    THE ANALYSTS' CORRECTION CARDS (FCRRCTX, CFCRXRC1), EACH    *
000380*    KEYED BY THE REJECT'S SUSPENSE KEY, AND:                    *
000390*      - EDITS EVERY CARD.  THE REJECT MUST BE OUTSTANDING ON    *
000400*        SUSPENSE AND NOT ALREADY AWAITING A FOLLOW-UP RUN, AND  *
000410*        THE NEW VALUE MUST SUIT THE FIELD THE REASON CODE       *
000420*        NAMES.  A BAD CARD IS LISTED AND NOT APPLIED; THE       *
000430*        OTHER CORRECTIONS FOR ITS TRANSACTION ARE HELD WITH     *
000440*        IT, SO A TRANSACTION IS NEVER RESUBMITTED HALF FIXED.   *
000450*      - APPLIES THE CORRECTIONS TO THE TRANSACTION'S PASSED-    *
000460*        THROUGH RECORD ON FCRNEWT AND WRITES IT, STILL IN THE   *
000470*        OLD FORMAT, TO THE CORRECTION FILE (FCRRCOR) BETWEEN    *
000480*        ITS OWN CFCRXHT1 HEADER AND TRAILER (RUN DATE = TODAY,  *
000490*        SOURCE JOB FCRXRCE) SO A FOLLOW-UP CONVERSION RUN CAN   *
000500*        TAKE IT AS ITS INPUT.                                   *
000510*      - MARKS EVERY OUTSTANDING SUSPENSE ENTRY OF EACH WRITTEN  *
000520*        TRANSACTION RESUBMITTED UNDER TODAY'S BATCH, WITH THE   *
000530*        CORRECTION MADE AND THE ANALYST.  FCRXRSU SETTLES THEM  *
000540*        AS CORRECTED OR RE-REJECTED AFTER THE FOLLOW-UP RUN.    *
000550*      - MARKS THE REJECTS ON ABANDON CARDS ABANDONED.           *
000560*    A TRANSACTION IS FOUND ON FCRNEWT UNDER THE POLICY ID IT    *
000570*    NOW CARRIES - THE ENTRY'S RESUBMIT POLICY ID WHEN AN        *
000580*    EARLIER CORRECTION CHANGED IT.                              *
000590*                                                                *
000600*   FCRNEWT IS READ TWICE: THE FIRST PASS COUNTS AND HASHES THE  *
000610*    CORRECTED RECORDS FOR THE HEADER AND TRAILER, THE SECOND    *
000620*    WRITES THEM.  SUSPENSE IS UPDATED ONLY AFTER THE CORRECTION *
000630*    FILE IS CLOSED, SO A RUN THAT FAILS PART WAY MAY BE RERUN.  *
000640*    THE FOLLOW-UP CONVERSION REGISTERS ITS RUN UNDER THE        *
000650*    HEADER RUN DATE AND SOURCE JOB, SO ONE CORRECTION BATCH IS  *
000660*    CONVERTED PER DAY.                                          *
000670*   ANY CARD REJECTED OR HELD ENDS THE RUN WITH RETURN CODE 8    *
000680*    FOR REVIEW.  AN I/O ERROR ENDS IT WITH RETURN CODE 16.      *
000690******************************************************************
000700     EJECT
000710 ENVIRONMENT DIVISION.
000720
000730 INPUT-OUTPUT SECTION.
000740
000750 FILE-CONTROL.
000760
000770     SELECT CORRECTION-CARD-FILE  ASSIGN TO FCRRCTX
000780                                   ORGANIZATION IS SEQUENTIAL
000790                                   FILE STATUS IS FCRRCTX-STATUS.
000800
000810     SELECT REJECT-SUSPENSE-FILE  ASSIGN TO FCRRSUS
000820                                   ORGANIZATION IS INDEXED
000830                                   ACCESS MODE IS DYNAMIC
000840                                   RECORD KEY IS FRS-KEY
000850                                   FILE STATUS IS FCRRSUS-STATUS.
000860
000870     SELECT NEW-TRX-FILE          ASSIGN TO FCRNEWT
000880                                   ORGANIZATION IS SEQUENTIAL
000890                                   FILE STATUS IS FCRNEWT-STATUS.
000900
000910     SELECT CORRECTION-TRX-FILE   ASSIGN TO FCRRCOR
000920                                   ORGANIZATION IS SEQUENTIAL
000930                                   FILE STATUS IS FCRRCOR-STATUS.
000940
000950     SELECT CORRECTION-REPORT-FILE ASSIGN TO FCRRCRP
000960                                   ORGANIZATION IS SEQUENTIAL
000970                                   FILE STATUS IS FCRRCRP-STATUS.
000980
000990 DATA DIVISION.
001000
001010 FILE SECTION.
001020
001030 FD  CORRECTION-CARD-FILE.
001040
001050 01  CORRECTION-CARD-RECORD          PIC X(80).
001060
001070 FD  REJECT-SUSPENSE-FILE.
001080
001090 01  REJECT-SUSPENSE-RECORD.         COPY CFCRXRS1 SUPPRESS.
001100
001110 FD  NEW-TRX-FILE.
001120
001130 01  NEW-AN-TRX-REC.                 COPY CIUAFAN1 SUPPRESS.
001140
001150* A RECORD THE CONVERSION PASSED THROUGH UNCHANGED (REJECTED,
001160* BYPASSED OR NOT CONVERTED) IS STILL IN THE OLD, LONGER
001170* FORMAT.
001180 01  OLD-FORMAT-TRX-REC              PIC X(639).
001190
001200 FD  CORRECTION-TRX-FILE.
001210
001220 01  CORRECTION-TRX-REC              PIC X(639).
001230
001240 FD  CORRECTION-REPORT-FILE.
001250
001260 01  CORRECTION-REPORT-LINE          PIC X(132).
001270
001280 WORKING-STORAGE SECTION.
001290
001300 01  FILLER                            PIC X(48)  VALUE
001310     'XXXXX FCRXRCE  WORKING STORAGE STARTS HERE XXXXX'.
001320
001330 01  FILE-STATUS-CODES.
001340     05  FCRRCTX-STATUS              PIC X(02).
001350         88  FCRRCTX-STATUS-OK               VALUE '00'.
001360         88  FCRRCTX-STATUS-EOF              VALUE '10'.
001370     05  FCRRSUS-STATUS              PIC X(02).
001380         88  FCRRSUS-STATUS-OK               VALUE '00'.
001390         88  FCRRSUS-STATUS-EOF              VALUE '10'.
001400         88  FCRRSUS-STATUS-NOT-FOUND        VALUE '23'.
001410         88  FCRRSUS-STATUS-NO-FILE          VALUE '35'.
001420     05  FCRNEWT-STATUS              PIC X(02).
001430         88  FCRNEWT-STATUS-OK               VALUE '00'.
001440         88  FCRNEWT-STATUS-EOF              VALUE '10'.
001450     05  FCRRCOR-STATUS              PIC X(02).
001460         88  FCRRCOR-STATUS-OK               VALUE '00'.
001470     05  FCRRCRP-STATUS              PIC X(02).
001480         88  FCRRCRP-STATUS-OK               VALUE '00'.
001490
001500 01  FILE-ERROR-CONTROLS.
001510     05  FEC-FILE-ID                 PIC X(08).
001520     05  FEC-FILE-STATUS             PIC X(02).
001530
001540 01  WORK-AREAS.
001550     05  CARD-EOF-SW                 PIC X     VALUE SPACE.
001560         88  CARD-EOF                          VALUE 'Y'.
001570     05  NEW-EOF-SW                  PIC X     VALUE SPACE.
001580         88  NEW-EOF                           VALUE 'Y'.
001590     05  SUSPENSE-EOF-SW             PIC X     VALUE SPACE.
001600         88  SUSPENSE-EOF                      VALUE 'Y'.
001610     05  HEADER-SEEN-SW              PIC X     VALUE SPACE.
001620         88  HEADER-SEEN                       VALUE 'Y'.
001630     05  PASS-SW                     PIC X     VALUE SPACE.
001640         88  COUNTING-PASS                     VALUE 'C'.
001650         88  WRITING-PASS                      VALUE 'W'.
001660     05  MATCH-FOUND-SW              PIC X     VALUE SPACE.
001670         88  MATCH-FOUND                       VALUE 'Y'.
001680     05  CONVERTED-LENGTH            PIC S9(04) COMP.
001690     05  CORRECTION-DATE             PIC 9(08) VALUE ZERO.
001700     05  CORRECTION-TIME             PIC 9(08) VALUE ZERO.
001710     05  CORRECTION-JOB              PIC X(08) VALUE 'FCRXRCE '.
001720     05  CONTROL-TYPE                PIC X(04) VALUE SPACES.
001730
001740**************************************************************
001750*  CARD-TABLE - EVERY CORRECTION CARD READ, WITH ITS RESULT.    *
001760*    AN ACCEPTED CORRECTION POINTS AT ITS TRANSACTION.          *
001770**************************************************************
001780 01  CARD-TABLE.
001790     05  CTB-MAX-ENTRIES             PIC S9(04) COMP VALUE 500.
001800     05  CTB-ENTRY-COUNT             PIC S9(04) COMP VALUE ZERO.
001810     05  CTB-SUB                     PIC S9(04) COMP.
001820     05  CTB-SEARCH-SUB              PIC S9(04) COMP.
001830     05  CTB-ENTRY                   OCCURS 500 TIMES.
001840         10  CTB-CARD                PIC X(80).
001850         10  CTB-RESULT              PIC X(01).
001860             88  CTB-ACCEPTED                VALUE 'Y'.
001870             88  CTB-REJECTED                VALUE 'N'.
001880             88  CTB-HELD                    VALUE 'H'.
001890         10  CTB-TXN-SUB             PIC S9(04) COMP.
001900         10  CTB-MESSAGE             PIC X(40).
001910
001920**************************************************************
001930*  TRANSACTION-TABLE - ONE ENTRY PER TRANSACTION WITH AN        *
001940*    ACCEPTED CORRECTION, KEYED BY THE POLICY ID IT NOW         *
001950*    CARRIES AND ITS RECORD NUMBER.  THE OLD POLICY ID IS THE   *
001960*    SUSPENSE KEY OF ENTRIES MADE BEFORE AN EARLIER POLICY ID   *
001970*    CORRECTION; THE NEW POLICY ID IS THE ONE IT IS RESUBMITTED *
001980*    UNDER.                                                     *
001990**************************************************************
002000 01  TRANSACTION-TABLE.
002010     05  TXT-MAX-ENTRIES             PIC S9(04) COMP VALUE 300.
002020     05  TXT-ENTRY-COUNT             PIC S9(04) COMP VALUE ZERO.
002030     05  TXT-SUB                     PIC S9(04) COMP.
002040     05  TXT-ENTRY                   OCCURS 300 TIMES.
002050         10  TXT-CURRENT-POLICY-ID   PIC X(10).
002060         10  TXT-RECORD-NUMBER       PIC X(09).
002070         10  TXT-OLD-POLICY-ID       PIC X(10).
002080         10  TXT-NEW-POLICY-ID       PIC X(10).
002090         10  TXT-STATE               PIC X(01).
002100             88  TXT-PENDING                 VALUE SPACE.
002110             88  TXT-HELD                    VALUE 'H'.
002120             88  TXT-FOUND                   VALUE 'F'.
002130             88  TXT-WRITTEN                 VALUE 'W'.
002140
002150 01  CORRECTION-CARD-WORK.           COPY CFCRXRC1 SUPPRESS.
002160
002170 01  CONTROL-RECORD-WORK.            COPY CFCRXHT1 SUPPRESS.
002180
002190 01  CORRECTED-TRX-WORK.             COPY CFUAFAN1 SUPPRESS.
002200
002210 01  PASSTHRU-KEY-WORK.
002220     05  PKW-POLICY-ID               PIC X(10).
002230     05  PKW-PLAN-CODE               PIC X(04).
002240     05  PKW-RECORD-NUMBER           PIC X(09).
002250
002260 01  LOOKUP-CONTROLS.
002270     05  LKC-POLICY-ID               PIC X(10).
002280     05  LKC-RECORD-NUMBER           PIC X(09).
002290     05  LKC-CURRENT-POLICY-ID       PIC X(10).
002300     05  APPLY-OCCURRENCE            PIC S9(04) COMP.
002310     05  APPLY-SLOT                  PIC S9(04) COMP.
002320     05  HASH-OCCURRENCE             PIC S9(04) COMP.
002330     05  HASH-SLOT                   PIC S9(04) COMP.
002340
002350 01  CORRECTION-TOTALS.
002360     05  CARDS-READ-CTR              PIC S9(09) COMP-3
002370                                      VALUE ZERO.
002380     05  CORRECTIONS-APPLIED-CTR     PIC S9(09) COMP-3
002390                                      VALUE ZERO.
002400     05  ABANDONED-CTR               PIC S9(09) COMP-3
002410                                      VALUE ZERO.
002420     05  CARDS-REJECTED-CTR          PIC S9(09) COMP-3
002430                                      VALUE ZERO.
002440     05  CARDS-HELD-CTR              PIC S9(09) COMP-3
002450                                      VALUE ZERO.
002460     05  PASSTHRU-READ-CTR           PIC S9(09) COMP-3
002470                                      VALUE ZERO.
002480     05  ENTRIES-RESUBMITTED-CTR     PIC S9(09) COMP-3
002490                                      VALUE ZERO.
002500     05  OUT-RECORD-COUNT            PIC 9(09)  VALUE ZERO.
002510     05  OUT-POLICY-HASH             PIC 9(16)  VALUE ZERO.
002520     05  OUT-BALANCE-HASH            PIC S9(13)V99 COMP-3
002530                                      VALUE ZERO.
002540
002550 01  REPORT-TITLE-LINE.
002560     05  FILLER                      PIC X(09)  VALUE
002570         'FCRXRCE  '.
002580     05  FILLER                      PIC X(50)  VALUE
002590         'FUNDS CONFIGURATION REJECT CORRECTION RE-ENTRY'.
002600     05  FILLER                      PIC X(11)  VALUE
002610         'RUN ON     '.
002620     05  RTL-CORRECTION-DATE         PIC 9(08).
002630     05  FILLER                      PIC X(01)  VALUE SPACE.
002640     05  RTL-CORRECTION-TIME         PIC 9(08).
002650     05  FILLER                      PIC X(45)  VALUE SPACES.
002660
002670 01  CARD-HEADING.
002680     05  FILLER                      PIC X(03)  VALUE 'A'.
002690     05  FILLER                      PIC X(12)  VALUE 'POLICY ID'.
002700     05  FILLER                      PIC X(11)  VALUE 'RECORD NO'.
002710     05  FILLER                      PIC X(04)  VALUE 'AR'.
002720     05  FILLER                      PIC X(04)  VALUE 'OC'.
002730     05  FILLER                      PIC X(04)  VALUE 'SL'.
002740     05  FILLER                      PIC X(06)  VALUE 'RSN'.
002750     05  FILLER                      PIC X(14)  VALUE 'NEW VALUE'.
002760     05  FILLER                      PIC X(10)  VALUE 'ANALYST'.
002770     05  FILLER                      PIC X(12)  VALUE 'RESULT'.
002780     05  FILLER                      PIC X(52)  VALUE 'MESSAGE'.
002790
002800 01  CARD-LINE.
002810     05  CDL-ACTION                  PIC X(01).
002820     05  FILLER                      PIC X(02)  VALUE SPACES.
002830     05  CDL-POLICY-ID               PIC X(10).
002840     05  FILLER                      PIC X(02)  VALUE SPACES.
002850     05  CDL-RECORD-NUMBER           PIC X(09).
002860     05  FILLER                      PIC X(02)  VALUE SPACES.
002870     05  CDL-BALANCE-AREA            PIC X(01).
002880     05  FILLER                      PIC X(03)  VALUE SPACES.
002890     05  CDL-OCCURRENCE-NUMBER       PIC X(02).
002900     05  FILLER                      PIC X(02)  VALUE SPACES.
002910     05  CDL-SLOT-NUMBER             PIC X(02).
002920     05  FILLER                      PIC X(02)  VALUE SPACES.
002930     05  CDL-REASON-CODE             PIC X(04).
002940     05  FILLER                      PIC X(02)  VALUE SPACES.
002950     05  CDL-NEW-VALUE               PIC X(12).
002960     05  FILLER                      PIC X(02)  VALUE SPACES.
002970     05  CDL-ANALYST-ID              PIC X(08).
002980     05  FILLER                      PIC X(02)  VALUE SPACES.
002990     05  CDL-RESULT                  PIC X(10).
003000     05  FILLER                      PIC X(02)  VALUE SPACES.
003010     05  CDL-MESSAGE                 PIC X(40).
003020     05  FILLER                      PIC X(12)  VALUE SPACES.
003030
003040 01  TOTAL-LINE.
003050     05  TTL-LABEL                   PIC X(40).
003060     05  TTL-COUNT                   PIC ZZZ,ZZZ,ZZ9.
003070     05  FILLER                      PIC X(81)  VALUE SPACES.
003080
003090 01  HASH-LINE.
003100     05  HSL-LABEL                   PIC X(40).
003110     05  HSL-POLICY-HASH             PIC 9(16).
003120     05  FILLER                      PIC X(76)  VALUE SPACES.
003130
003140 01  AMOUNT-LINE.
003150     05  AML-LABEL                   PIC X(40).
003160     05  AML-AMOUNT                  PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003170     05  FILLER                      PIC X(69)  VALUE SPACES.
003180
003190 01  FILLER                          PIC X(48)  VALUE
003200     'XXXX FCRXRCE  WORKING STORAGE ENDS HERE XXXX'.
003210     EJECT
003220 PROCEDURE DIVISION.
003230
003240 000000-MAINLINE.
003250
003260     PERFORM 100000-INITIALIZATION     THRU 100000-EXIT.
003270
003280     PERFORM 200000-LOAD-ONE-CARD      THRU 200000-EXIT
003290       UNTIL CARD-EOF                  IN WORK-AREAS.
003300
003310     PERFORM 250000-HOLD-TRANSACTIONS  THRU 250000-EXIT.
003320
003330     SET COUNTING-PASS                 IN WORK-AREAS TO TRUE.
003340     PERFORM 300000-READ-CONVERTED-FILE THRU 300000-EXIT.
003350
003360     PERFORM 350000-CHECK-NOT-FOUND    THRU 350000-EXIT.
003370
003380     PERFORM 400000-WRITE-CORRECTION-FILE THRU 400000-EXIT.
003390
003400     PERFORM 500000-UPDATE-SUSPENSE    THRU 500000-EXIT.
003410
003420     PERFORM 700000-PRINT-CARDS        THRU 700000-EXIT.
003430
003440     PERFORM 800000-TERMINATION        THRU 800000-EXIT.
003450
003460 000000-EXIT.
003470     GOBACK.
003480
003490**************************************************************
003500*  100000-INITIALIZATION - OPENS THE CARDS, THE SUSPENSE FILE   *
003510*    AND THE REPORT.  THE SUSPENSE FILE MUST ALREADY EXIST -    *
003520*    FCRXRSU CREATES IT WHEN THE FIRST REJECTS ARE LOADED.      *
003530**************************************************************
003540 100000-INITIALIZATION.
003550
003560     OPEN OUTPUT CORRECTION-REPORT-FILE.
003570     IF NOT FCRRCRP-STATUS-OK
003580         MOVE 'FCRRCRP' TO FEC-FILE-ID
003590         MOVE FCRRCRP-STATUS TO FEC-FILE-STATUS
003600         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
003610     END-IF.
003620
003630     OPEN INPUT CORRECTION-CARD-FILE.
003640     IF NOT FCRRCTX-STATUS-OK
003650         MOVE 'FCRRCTX' TO FEC-FILE-ID
003660         MOVE FCRRCTX-STATUS TO FEC-FILE-STATUS
003670         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
003680     END-IF.
003690
003700     OPEN I-O REJECT-SUSPENSE-FILE.
003710     IF FCRRSUS-STATUS-NO-FILE
003720         DISPLAY 'FCRXRCE - NO REJECT SUSPENSE FILE - RUN '
003730                 'FCRXRSU FIRST'
003740         MOVE 16 TO RETURN-CODE
003750         STOP RUN
003760     END-IF.
003770     IF NOT FCRRSUS-STATUS-OK
003780         MOVE 'FCRRSUS' TO FEC-FILE-ID
003790         MOVE FCRRSUS-STATUS TO FEC-FILE-STATUS
003800         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
003810     END-IF.
003820
003830     ACCEPT CORRECTION-DATE          IN WORK-AREAS
003840         FROM DATE YYYYMMDD.
003850     ACCEPT CORRECTION-TIME          IN WORK-AREAS
003860         FROM TIME.
003870
003880     MOVE LENGTH OF NEW-AN-TRX-REC
003890       TO CONVERTED-LENGTH           IN WORK-AREAS.
003900
003910     MOVE CORRECTION-DATE            IN WORK-AREAS
003920       TO RTL-CORRECTION-DATE        IN REPORT-TITLE-LINE.
003930     MOVE CORRECTION-TIME            IN WORK-AREAS
003940       TO RTL-CORRECTION-TIME        IN REPORT-TITLE-LINE.
003950     MOVE REPORT-TITLE-LINE          TO CORRECTION-REPORT-LINE.
003960     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
003970     MOVE SPACES                     TO CORRECTION-REPORT-LINE.
003980     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
003990
004000 100000-EXIT.
004010     EXIT.
004020
004030**************************************************************
004040*  200000-LOAD-ONE-CARD - READS AND EDITS ONE CORRECTION CARD   *
004050*    INTO THE CARD TABLE.  '*' AND BLANK CARDS ARE SKIPPED.     *
004060**************************************************************
004070 200000-LOAD-ONE-CARD.
004080
004090     READ CORRECTION-CARD-FILE.
004100
004110     IF FCRRCTX-STATUS-EOF
004120         SET CARD-EOF                IN WORK-AREAS TO TRUE
004130         CLOSE CORRECTION-CARD-FILE
004140         GO TO 200000-EXIT
004150     END-IF.
004160
004170     IF NOT FCRRCTX-STATUS-OK
004180         MOVE 'FCRRCTX' TO FEC-FILE-ID
004190         MOVE FCRRCTX-STATUS TO FEC-FILE-STATUS
004200         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
004210     END-IF.
004220
004230     IF CORRECTION-CARD-RECORD (1 : 1) EQUAL '*'
004240       OR CORRECTION-CARD-RECORD EQUAL SPACES
004250         GO TO 200000-EXIT
004260     END-IF.
004270
004280     IF CTB-ENTRY-COUNT              IN CARD-TABLE
004290       NOT LESS THAN
004300        CTB-MAX-ENTRIES              IN CARD-TABLE
004310         DISPLAY 'FCRXRCE - MORE THAN ' CTB-MAX-ENTRIES
004320                 ' CORRECTION CARDS - SPLIT THE BATCH'
004330         MOVE 16 TO RETURN-CODE
004340         STOP RUN
004350     END-IF.
004360
004370     ADD 1 TO CARDS-READ-CTR         IN CORRECTION-TOTALS.
004380     ADD 1 TO CTB-ENTRY-COUNT        IN CARD-TABLE.
004390     MOVE CTB-ENTRY-COUNT            IN CARD-TABLE
004400       TO CTB-SUB                    IN CARD-TABLE.
004410
004420     MOVE CORRECTION-CARD-RECORD
004430       TO CTB-CARD                   IN CARD-TABLE
004440                                     (CTB-SUB IN CARD-TABLE)
004450          CORRECTION-CARD-WORK.
004460     MOVE SPACES
004470       TO CTB-MESSAGE                IN CARD-TABLE
004480                                     (CTB-SUB IN CARD-TABLE).
004490     MOVE ZERO
004500       TO CTB-TXN-SUB                IN CARD-TABLE
004510                                     (CTB-SUB IN CARD-TABLE).
004520     SET CTB-REJECTED                IN CARD-TABLE
004530                                     (CTB-SUB IN CARD-TABLE)
004540       TO TRUE.
004550
004560     PERFORM 210000-EDIT-CARD        THRU 210000-EXIT.
004570
004580     IF CTB-MESSAGE                  IN CARD-TABLE
004590                                     (CTB-SUB IN CARD-TABLE)
004600       EQUAL SPACES
004610         SET CTB-ACCEPTED            IN CARD-TABLE
004620                                     (CTB-SUB IN CARD-TABLE)
004630           TO TRUE
004640     END-IF.
004650
004660 200000-EXIT.
004670     EXIT.
004680
004690**************************************************************
004700*  210000-EDIT-CARD - THE CARD IN CORRECTION-CARD-WORK.  THE    *
004710*    FIRST ERROR FOUND IS LEFT IN THE CARD'S TABLE MESSAGE.     *
004720*    AN ACCEPTED CORRECTION IS TIED TO ITS TRANSACTION.         *
004730**************************************************************
004740 210000-EDIT-CARD.
004750
004760     IF NOT FRC-CORRECT              IN CORRECTION-CARD-WORK
004770       AND NOT FRC-ABANDON           IN CORRECTION-CARD-WORK
004780         MOVE 'ACTION MUST BE C OR A'
004790           TO CTB-MESSAGE            IN CARD-TABLE
004800                                     (CTB-SUB IN CARD-TABLE)
004810         GO TO 210000-EXIT
004820     END-IF.
004830
004840     IF FRC-ANALYST-ID               IN CORRECTION-CARD-WORK
004850       EQUAL SPACES
004860         MOVE 'ANALYST ID IS REQUIRED'
004870           TO CTB-MESSAGE            IN CARD-TABLE
004880                                     (CTB-SUB IN CARD-TABLE)
004890         GO TO 210000-EXIT
004900     END-IF.
004910
004920     IF FRC-OCCURRENCE-NUMBER        IN CORRECTION-CARD-WORK
004930       NOT NUMERIC
004940       OR FRC-SLOT-NUMBER            IN CORRECTION-CARD-WORK
004950          NOT NUMERIC
004960         MOVE 'OCCURRENCE AND SLOT MUST BE 2 DIGITS'
004970           TO CTB-MESSAGE            IN CARD-TABLE
004980                                     (CTB-SUB IN CARD-TABLE)
004990         GO TO 210000-EXIT
005000     END-IF.
005010
005020     MOVE FRC-POLICY-ID              IN CORRECTION-CARD-WORK
005030       TO FRS-POLICY-ID              IN REJECT-SUSPENSE-RECORD.
005040     MOVE FRC-RECORD-NUMBER          IN CORRECTION-CARD-WORK
005050       TO FRS-RECORD-NUMBER          IN REJECT-SUSPENSE-RECORD.
005060     MOVE FRC-BALANCE-AREA           IN CORRECTION-CARD-WORK
005070       TO FRS-BALANCE-AREA           IN REJECT-SUSPENSE-RECORD.
005080     MOVE FRC-OCCURRENCE-NUMBER      IN CORRECTION-CARD-WORK
005090       TO FRS-OCCURRENCE-NUMBER      IN REJECT-SUSPENSE-RECORD.
005100     MOVE FRC-SLOT-NUMBER            IN CORRECTION-CARD-WORK
005110       TO FRS-SLOT-NUMBER            IN REJECT-SUSPENSE-RECORD.
005120     MOVE FRC-REASON-CODE            IN CORRECTION-CARD-WORK
005130       TO FRS-REASON-CODE            IN REJECT-SUSPENSE-RECORD.
005140
005150     READ REJECT-SUSPENSE-FILE
005160       KEY IS FRS-KEY                IN REJECT-SUSPENSE-RECORD.
005170
005180     IF FCRRSUS-STATUS-NOT-FOUND
005190         MOVE 'NO SUSPENSE ENTRY FOR THIS KEY'
005200           TO CTB-MESSAGE            IN CARD-TABLE
005210                                     (CTB-SUB IN CARD-TABLE)
005220         GO TO 210000-EXIT
005230     END-IF.
005240
005250     IF NOT FCRRSUS-STATUS-OK
005260         MOVE 'FCRRSUS' TO FEC-FILE-ID
005270         MOVE FCRRSUS-STATUS TO FEC-FILE-STATUS
005280         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
005290     END-IF.
005300
005310     IF NOT FRS-OUTSTANDING          IN REJECT-SUSPENSE-RECORD
005320         MOVE 'SUSPENSE ENTRY IS ALREADY CLOSED'
005330           TO CTB-MESSAGE            IN CARD-TABLE
005340                                     (CTB-SUB IN CARD-TABLE)
005350         GO TO 210000-EXIT
005360     END-IF.
005370
005380     IF FRS-RESUBMITTED              IN REJECT-SUSPENSE-RECORD
005390         MOVE 'ALREADY RESUBMITTED - AWAITING OUTCOME'
005400           TO CTB-MESSAGE            IN CARD-TABLE
005410                                     (CTB-SUB IN CARD-TABLE)
005420         GO TO 210000-EXIT
005430     END-IF.
005440
005450     PERFORM 230000-FIND-DUPLICATE-CARD THRU 230000-EXIT.
005460     IF MATCH-FOUND                  IN WORK-AREAS
005470         MOVE 'DUPLICATE CARD FOR THIS REJECT'
005480           TO CTB-MESSAGE            IN CARD-TABLE
005490                                     (CTB-SUB IN CARD-TABLE)
005500         GO TO 210000-EXIT
005510     END-IF.
005520
005530     IF FRC-ABANDON                  IN CORRECTION-CARD-WORK
005540         GO TO 210000-EXIT
005550     END-IF.
005560
005570     PERFORM 220000-EDIT-NEW-VALUE   THRU 220000-EXIT.
005580     IF CTB-MESSAGE                  IN CARD-TABLE
005590                                     (CTB-SUB IN CARD-TABLE)
005600       NOT EQUAL SPACES
005610         GO TO 210000-EXIT
005620     END-IF.
005630
005640* THE TRANSACTION IS KNOWN BY THE POLICY ID IT NOW CARRIES.
005650     IF FRS-RESUBMIT-POLICY-ID       IN REJECT-SUSPENSE-RECORD
005660       EQUAL SPACES
005670         MOVE FRS-POLICY-ID          IN REJECT-SUSPENSE-RECORD
005680           TO LKC-CURRENT-POLICY-ID  IN LOOKUP-CONTROLS
005690     ELSE
005700         MOVE FRS-RESUBMIT-POLICY-ID IN REJECT-SUSPENSE-RECORD
005710           TO LKC-CURRENT-POLICY-ID  IN LOOKUP-CONTROLS
005720     END-IF.
005730
005740     PERFORM 240000-FIND-TRANSACTION THRU 240000-EXIT.
005750
005760 210000-EXIT.
005770     EXIT.
005780
005790**************************************************************
005800*  220000-EDIT-NEW-VALUE - THE NEW VALUE MUST SUIT THE FIELD    *
005810*    THE REASON CODE NAMES, AND A BALANCE-AREA REJECT MUST      *
005820*    NAME A REAL AREA, OCCURRENCE AND SLOT.                     *
005830**************************************************************
005840 220000-EDIT-NEW-VALUE.
005850
005860     IF FRC-REASON-CODE              IN CORRECTION-CARD-WORK
005870       NOT LESS THAN 'E005'
005880       AND FRC-REASON-CODE           IN CORRECTION-CARD-WORK
005890           NOT GREATER THAN 'E010'
005900         IF (FRC-BALANCE-AREA        IN CORRECTION-CARD-WORK
005910               NOT EQUAL 'B'
005920             AND FRC-BALANCE-AREA    IN CORRECTION-CARD-WORK
005930                 NOT EQUAL 'E')
005940           OR FRC-OCCURRENCE-NUMBER  IN CORRECTION-CARD-WORK
005950              LESS THAN '01'
005960           OR FRC-OCCURRENCE-NUMBER  IN CORRECTION-CARD-WORK
005970              GREATER THAN '03'
005980             MOVE 'REJECT HAS NO BALANCE AREA TO CORRECT'
005990               TO CTB-MESSAGE        IN CARD-TABLE
006000                                     (CTB-SUB IN CARD-TABLE)
006010             GO TO 220000-EXIT
006020         END-IF
006030     END-IF.
006040
006050     IF FRC-REASON-CODE              IN CORRECTION-CARD-WORK
006060       NOT LESS THAN 'E007'
006070       AND FRC-REASON-CODE           IN CORRECTION-CARD-WORK
006080           NOT GREATER THAN 'E010'
006090         IF FRC-SLOT-NUMBER          IN CORRECTION-CARD-WORK
006100              LESS THAN '01'
006110           OR FRC-SLOT-NUMBER        IN CORRECTION-CARD-WORK
006120              GREATER THAN '10'
006130             MOVE 'REJECT HAS NO FUND SLOT TO CORRECT'
006140               TO CTB-MESSAGE        IN CARD-TABLE
006150                                     (CTB-SUB IN CARD-TABLE)
006160             GO TO 220000-EXIT
006170         END-IF
006180     END-IF.
006190
006200     EVALUATE FRC-REASON-CODE        IN CORRECTION-CARD-WORK
006210       WHEN 'E001'
006220         IF FRC-NEW-VALUE            IN CORRECTION-CARD-WORK
006230                                     (1 : 10) NOT NUMERIC
006240           OR FRC-NEW-VALUE          IN CORRECTION-CARD-WORK
006250                                     (11 : 2) NOT EQUAL SPACES
006260             MOVE 'NEW POLICY ID MUST BE 10 DIGITS'
006270               TO CTB-MESSAGE        IN CARD-TABLE
006280                                     (CTB-SUB IN CARD-TABLE)
006290         END-IF
006300       WHEN 'E002'
006310         IF FRC-NEW-VALUE            IN CORRECTION-CARD-WORK
006320           NOT EQUAL 'AN'
006330             MOVE 'TRANSACTION TYPE MUST BE AN'
006340               TO CTB-MESSAGE        IN CARD-TABLE
006350                                     (CTB-SUB IN CARD-TABLE)
006360         END-IF
006370       WHEN 'E003'
006380         IF FRC-NEW-VALUE            IN CORRECTION-CARD-WORK
006390                                     (1 : 4) EQUAL SPACES
006400           OR FRC-NEW-VALUE          IN CORRECTION-CARD-WORK
006410                                     (5 : 8) NOT EQUAL SPACES
006420             MOVE 'PLAN CODE MUST BE 1 TO 4 CHARACTERS'
006430               TO CTB-MESSAGE        IN CARD-TABLE
006440                                     (CTB-SUB IN CARD-TABLE)
006450         END-IF
006460       WHEN 'E004'
006470       WHEN 'E006'
006480         PERFORM 221000-EDIT-DATE-VALUE THRU 221000-EXIT
006490       WHEN 'E005'
006500         IF FRC-NEW-VALUE            IN CORRECTION-CARD-WORK
006510                                     (1 : 2) EQUAL SPACES
006520           OR FRC-NEW-VALUE          IN CORRECTION-CARD-WORK
006530                                     (3 : 10) NOT EQUAL SPACES
006540             MOVE 'BALANCE TYPE MUST BE 1 OR 2 CHARACTERS'
006550               TO CTB-MESSAGE        IN CARD-TABLE
006560                                     (CTB-SUB IN CARD-TABLE)
006570         END-IF
006580       WHEN 'E007'
006590       WHEN 'E009'
006600       WHEN 'E010'
006610         IF FRC-NEW-VALUE            IN CORRECTION-CARD-WORK
006620           NOT EQUAL SPACES
006630             IF FRC-NEW-VALUE        IN CORRECTION-CARD-WORK
006640                                     (1 : 3) NOT NUMERIC
006650               OR FRC-NEW-VALUE      IN CORRECTION-CARD-WORK
006660                                     (1 : 3) EQUAL '000'
006670               OR FRC-NEW-VALUE      IN CORRECTION-CARD-WORK
006680                                     (4 : 9) NOT EQUAL SPACES
006690                 MOVE 'FUND NUMBER MUST BE 001-999 OR BLANK'
006700                   TO CTB-MESSAGE    IN CARD-TABLE
006710                                     (CTB-SUB IN CARD-TABLE)
006720             END-IF
006730         END-IF
006740       WHEN 'E008'
006750         IF FRC-NEW-AMOUNT           IN CORRECTION-CARD-WORK
006760           NOT NUMERIC
006770             MOVE 'AMOUNT MUST BE SIGN AND 11 DIGITS'
006780               TO CTB-MESSAGE        IN CARD-TABLE
006790                                     (CTB-SUB IN CARD-TABLE)
006800         END-IF
006810       WHEN OTHER
006820         MOVE 'REASON CODE CANNOT BE CORRECTED'
006830           TO CTB-MESSAGE            IN CARD-TABLE
006840                                     (CTB-SUB IN CARD-TABLE)
006850     END-EVALUATE.
006860
006870 220000-EXIT.
006880     EXIT.
006890
006900 221000-EDIT-DATE-VALUE.
006910
006920     IF FRC-NEW-VALUE                IN CORRECTION-CARD-WORK
006930                                     (1 : 8) NOT NUMERIC
006940       OR FRC-NEW-VALUE              IN CORRECTION-CARD-WORK
006950                                     (9 : 4) NOT EQUAL SPACES
006960       OR FRC-NEW-VALUE              IN CORRECTION-CARD-WORK
006970                                     (5 : 2) LESS THAN '01'
006980       OR FRC-NEW-VALUE              IN CORRECTION-CARD-WORK
006990                                     (5 : 2) GREATER THAN '12'
007000       OR FRC-NEW-VALUE              IN CORRECTION-CARD-WORK
007010                                     (7 : 2) LESS THAN '01'
007020       OR FRC-NEW-VALUE              IN CORRECTION-CARD-WORK
007030                                     (7 : 2) GREATER THAN '31'
007040         MOVE 'NEW DATE MUST BE A VALID YYYYMMDD'
007050           TO CTB-MESSAGE            IN CARD-TABLE
007060                                     (CTB-SUB IN CARD-TABLE)
007070     END-IF.
007080
007090 221000-EXIT.
007100     EXIT.
007110
007120**************************************************************
007130*  230000-FIND-DUPLICATE-CARD - AN EARLIER CARD IN THE TABLE    *
007140*    FOR THE SAME SUSPENSE KEY (THE FIRST 28 CARD COLUMNS       *
007150*    AFTER THE ACTION) THAT WAS ACCEPTED.                       *
007160**************************************************************
007170 230000-FIND-DUPLICATE-CARD.
007180
007190     MOVE SPACE
007200       TO MATCH-FOUND-SW             IN WORK-AREAS.
007210     MOVE 1 TO CTB-SEARCH-SUB        IN CARD-TABLE.
007220
007230     PERFORM 231000-TEST-ONE-CARD    THRU 231000-EXIT
007240       UNTIL MATCH-FOUND             IN WORK-AREAS
007250          OR CTB-SEARCH-SUB          IN CARD-TABLE
007260             NOT LESS THAN
007270             CTB-SUB                 IN CARD-TABLE.
007280
007290 230000-EXIT.
007300     EXIT.
007310
007320 231000-TEST-ONE-CARD.
007330
007340     IF CTB-ACCEPTED                 IN CARD-TABLE
007350                                     (CTB-SEARCH-SUB
007360                                  IN CARD-TABLE)
007370       AND CTB-CARD                  IN CARD-TABLE
007380                                     (CTB-SEARCH-SUB
007390                                  IN CARD-TABLE) (2 : 28)
007400           EQUAL CORRECTION-CARD-WORK (2 : 28)
007410         SET MATCH-FOUND             IN WORK-AREAS TO TRUE
007420     END-IF.
007430
007440     ADD 1 TO CTB-SEARCH-SUB         IN CARD-TABLE.
007450
007460 231000-EXIT.
007470     EXIT.
007480
007490**************************************************************
007500*  240000-FIND-TRANSACTION - TIES THE ACCEPTED CORRECTION TO    *
007510*    ITS TRANSACTION, ADDING THE TRANSACTION THE FIRST TIME.    *
007520**************************************************************
007530 240000-FIND-TRANSACTION.
007540
007550     MOVE LKC-CURRENT-POLICY-ID      IN LOOKUP-CONTROLS
007560       TO LKC-POLICY-ID              IN LOOKUP-CONTROLS.
007570     MOVE FRS-RECORD-NUMBER          IN REJECT-SUSPENSE-RECORD
007580       TO LKC-RECORD-NUMBER          IN LOOKUP-CONTROLS.
007590
007600     PERFORM 260000-SEARCH-TRANSACTIONS THRU 260000-EXIT.
007610
007620     IF NOT MATCH-FOUND              IN WORK-AREAS
007630         IF TXT-ENTRY-COUNT          IN TRANSACTION-TABLE
007640           NOT LESS THAN
007650            TXT-MAX-ENTRIES          IN TRANSACTION-TABLE
007660             DISPLAY 'FCRXRCE - MORE THAN ' TXT-MAX-ENTRIES
007670                     ' TRANSACTIONS CORRECTED - SPLIT THE BATCH'
007680             MOVE 16 TO RETURN-CODE
007690             STOP RUN
007700         END-IF
007710         ADD 1 TO TXT-ENTRY-COUNT    IN TRANSACTION-TABLE
007720         MOVE TXT-ENTRY-COUNT        IN TRANSACTION-TABLE
007730           TO TXT-SUB                IN TRANSACTION-TABLE
007740         MOVE LKC-CURRENT-POLICY-ID  IN LOOKUP-CONTROLS
007750           TO TXT-CURRENT-POLICY-ID  IN TRANSACTION-TABLE
007760                                     (TXT-SUB
007770                                  IN TRANSACTION-TABLE)
007780              TXT-NEW-POLICY-ID      IN TRANSACTION-TABLE
007790                                     (TXT-SUB
007800                                  IN TRANSACTION-TABLE)
007810         MOVE LKC-RECORD-NUMBER      IN LOOKUP-CONTROLS
007820           TO TXT-RECORD-NUMBER      IN TRANSACTION-TABLE
007830                                     (TXT-SUB
007840                                  IN TRANSACTION-TABLE)
007850         MOVE SPACES
007860           TO TXT-OLD-POLICY-ID      IN TRANSACTION-TABLE
007870                                     (TXT-SUB
007880                                  IN TRANSACTION-TABLE)
007890              TXT-STATE              IN TRANSACTION-TABLE
007900                                     (TXT-SUB
007910                                  IN TRANSACTION-TABLE)
007920     END-IF.
007930
007940     IF FRS-POLICY-ID                IN REJECT-SUSPENSE-RECORD
007950       NOT EQUAL LKC-CURRENT-POLICY-ID IN LOOKUP-CONTROLS
007960         MOVE FRS-POLICY-ID          IN REJECT-SUSPENSE-RECORD
007970           TO TXT-OLD-POLICY-ID      IN TRANSACTION-TABLE
007980                                     (TXT-SUB
007990                                  IN TRANSACTION-TABLE)
008000     END-IF.
008010
008020     MOVE TXT-SUB                    IN TRANSACTION-TABLE
008030       TO CTB-TXN-SUB                IN CARD-TABLE
008040                                     (CTB-SUB IN CARD-TABLE).
008050
008060 240000-EXIT.
008070     EXIT.
008080
008090**************************************************************
008100*  250000-HOLD-TRANSACTIONS - A REJECTED CARD HOLDS BACK EVERY  *
008110*    CORRECTION FOR ITS TRANSACTION.  THE TRANSACTION IS        *
008120*    MATCHED ON THE CARD'S POLICY ID AS EITHER THE ID IT NOW    *
008130*    CARRIES OR THE ID OF ITS OLDER ENTRIES.                    *
008140**************************************************************
008150 250000-HOLD-TRANSACTIONS.
008160
008170     MOVE 1 TO CTB-SUB               IN CARD-TABLE.
008180
008190     PERFORM 251000-HOLD-FOR-ONE-CARD THRU 251000-EXIT
008200       UNTIL CTB-SUB                 IN CARD-TABLE
008210             GREATER THAN
008220             CTB-ENTRY-COUNT         IN CARD-TABLE.
008230
008240     MOVE 1 TO CTB-SUB               IN CARD-TABLE.
008250
008260     PERFORM 252000-HOLD-ONE-CARD    THRU 252000-EXIT
008270       UNTIL CTB-SUB                 IN CARD-TABLE
008280             GREATER THAN
008290             CTB-ENTRY-COUNT         IN CARD-TABLE.
008300
008310 250000-EXIT.
008320     EXIT.
008330
008340 251000-HOLD-FOR-ONE-CARD.
008350
008360     MOVE CTB-CARD                   IN CARD-TABLE
008370                                     (CTB-SUB IN CARD-TABLE)
008380       TO CORRECTION-CARD-WORK.
008390
008400     IF CTB-REJECTED                 IN CARD-TABLE
008410                                     (CTB-SUB IN CARD-TABLE)
008420       AND NOT FRC-ABANDON           IN CORRECTION-CARD-WORK
008430         MOVE FRC-POLICY-ID          IN CORRECTION-CARD-WORK
008440           TO LKC-POLICY-ID          IN LOOKUP-CONTROLS
008450         MOVE FRC-RECORD-NUMBER      IN CORRECTION-CARD-WORK
008460           TO LKC-RECORD-NUMBER      IN LOOKUP-CONTROLS
008470         PERFORM 260000-SEARCH-TRANSACTIONS THRU 260000-EXIT
008480         IF MATCH-FOUND              IN WORK-AREAS
008490             SET TXT-HELD            IN TRANSACTION-TABLE
008500                                     (TXT-SUB
008510                                  IN TRANSACTION-TABLE)
008520               TO TRUE
008530         END-IF
008540     END-IF.
008550
008560     ADD 1 TO CTB-SUB                IN CARD-TABLE.
008570
008580 251000-EXIT.
008590     EXIT.
008600
008610 252000-HOLD-ONE-CARD.
008620
008630     IF CTB-ACCEPTED                 IN CARD-TABLE
008640                                     (CTB-SUB IN CARD-TABLE)
008650       AND CTB-TXN-SUB               IN CARD-TABLE
008660                                     (CTB-SUB IN CARD-TABLE)
008670           GREATER THAN ZERO
008680         IF TXT-HELD                 IN TRANSACTION-TABLE
008690                                     (CTB-TXN-SUB
008700                                  IN CARD-TABLE
008710                                     (CTB-SUB
008720                                  IN CARD-TABLE))
008730             SET CTB-HELD            IN CARD-TABLE
008740                                     (CTB-SUB IN CARD-TABLE)
008750               TO TRUE
008760             MOVE 'HELD - ANOTHER CARD FOR IT WAS REJECTED'
008770               TO CTB-MESSAGE        IN CARD-TABLE
008780                                     (CTB-SUB IN CARD-TABLE)
008790         END-IF
008800     END-IF.
008810
008820     ADD 1 TO CTB-SUB                IN CARD-TABLE.
008830
008840 252000-EXIT.
008850     EXIT.
008860
008870**************************************************************
008880*  260000-SEARCH-TRANSACTIONS - LOOKS UP LKC-POLICY-ID AND      *
008890*    LKC-RECORD-NUMBER AS EITHER POLICY ID OF A TRANSACTION.    *
008900*    TXT-SUB IS LEFT ON THE ONE FOUND.                          *
008910**************************************************************
008920 260000-SEARCH-TRANSACTIONS.
008930
008940     MOVE SPACE
008950       TO MATCH-FOUND-SW             IN WORK-AREAS.
008960     MOVE 1 TO TXT-SUB               IN TRANSACTION-TABLE.
008970
008980     PERFORM 261000-TEST-ONE-TRANSACTION THRU 261000-EXIT
008990       UNTIL MATCH-FOUND             IN WORK-AREAS
009000          OR TXT-SUB                 IN TRANSACTION-TABLE
009010             GREATER THAN
009020             TXT-ENTRY-COUNT         IN TRANSACTION-TABLE.
009030
009040 260000-EXIT.
009050     EXIT.
009060
009070 261000-TEST-ONE-TRANSACTION.
009080
009090     IF TXT-RECORD-NUMBER            IN TRANSACTION-TABLE
009100                                     (TXT-SUB
009110                                  IN TRANSACTION-TABLE)
009120       EQUAL LKC-RECORD-NUMBER       IN LOOKUP-CONTROLS
009130       AND (TXT-CURRENT-POLICY-ID    IN TRANSACTION-TABLE
009140                                     (TXT-SUB
009150                                  IN TRANSACTION-TABLE)
009160              EQUAL LKC-POLICY-ID    IN LOOKUP-CONTROLS
009170            OR TXT-OLD-POLICY-ID     IN TRANSACTION-TABLE
009180                                     (TXT-SUB
009190                                  IN TRANSACTION-TABLE)
009200              EQUAL LKC-POLICY-ID    IN LOOKUP-CONTROLS)
009210         SET MATCH-FOUND             IN WORK-AREAS TO TRUE
009220         GO TO 261000-EXIT
009230     END-IF.
009240
009250     ADD 1 TO TXT-SUB                IN TRANSACTION-TABLE.
009260
009270 261000-EXIT.
009280     EXIT.
009290
009300 290000-WRITE-REPORT-LINE.
009310
009320     WRITE CORRECTION-REPORT-LINE.
009330     IF NOT FCRRCRP-STATUS-OK
009340         MOVE 'FCRRCRP' TO FEC-FILE-ID
009350         MOVE FCRRCRP-STATUS TO FEC-FILE-STATUS
009360         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
009370     END-IF.
009380
009390 290000-EXIT.
009400     EXIT.
009410
009420**************************************************************
009430*  300000-READ-CONVERTED-FILE - ONE PASS OF FCRNEWT.  THE       *
009440*    COUNTING PASS BUILDS EACH CORRECTED RECORD AND TOTALS IT;  *
009450*    THE WRITING PASS BUILDS IT AGAIN AND WRITES IT.            *
009460**************************************************************
009470 300000-READ-CONVERTED-FILE.
009480
009490     OPEN INPUT NEW-TRX-FILE.
009500     IF NOT FCRNEWT-STATUS-OK
009510         MOVE 'FCRNEWT' TO FEC-FILE-ID
009520         MOVE FCRNEWT-STATUS TO FEC-FILE-STATUS
009530         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
009540     END-IF.
009550
009560     MOVE SPACE
009570       TO NEW-EOF-SW                 IN WORK-AREAS
009580          HEADER-SEEN-SW             IN WORK-AREAS.
009590
009600     PERFORM 310000-PROCESS-ONE-RECORD THRU 310000-EXIT
009610       UNTIL NEW-EOF                 IN WORK-AREAS.
009620
009630     CLOSE NEW-TRX-FILE.
009640
009650 300000-EXIT.
009660     EXIT.
009670
009680**************************************************************
009690*  310000-PROCESS-ONE-RECORD - THE FIRST RECORD MUST BE THE     *
009700*    CONTROL HEADER OF AN AN FILE.  THE TRAILER AND CONVERTED   *
009710*    RECORDS ARE PASSED BY; A PASSED-THROUGH RECORD OF A        *
009720*    TRANSACTION BEING CORRECTED IS BUILT AND TAKEN.  ONLY THE  *
009730*    FIRST PASSED-THROUGH COPY OF A TRANSACTION IS TAKEN.       *
009740**************************************************************
009750 310000-PROCESS-ONE-RECORD.
009760
009770     READ NEW-TRX-FILE.
009780
009790     IF FCRNEWT-STATUS-EOF
009800         SET NEW-EOF                 IN WORK-AREAS TO TRUE
009810         GO TO 310000-EXIT
009820     END-IF.
009830
009840     IF NOT FCRNEWT-STATUS-OK
009850         MOVE 'FCRNEWT' TO FEC-FILE-ID
009860         MOVE FCRNEWT-STATUS TO FEC-FILE-STATUS
009870         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
009880     END-IF.
009890
009900     MOVE NEW-AN-TRX-REC (1 : LENGTH OF CONTROL-RECORD-WORK)
009910       TO CONTROL-RECORD-WORK.
009920
009930     IF NOT HEADER-SEEN              IN WORK-AREAS
009940         IF NOT FHT-HEADER-RECORD    IN CONTROL-RECORD-WORK
009950             DISPLAY 'FCRXRCE - FIRST FCRNEWT RECORD IS NOT A '
009960                     'CONTROL HEADER'
009970             MOVE 16 TO RETURN-CODE
009980             STOP RUN
009990         END-IF
010000         IF FHT-FILE-TRX-TYPE        IN CONTROL-RECORD-WORK
010010           EQUAL 'VL  '
010020             DISPLAY 'FCRXRCE - FCRNEWT IS A VL FILE - ONLY AN '
010030                     'REJECTS ARE CORRECTED HERE'
010040             MOVE 16 TO RETURN-CODE
010050             STOP RUN
010060         END-IF
010070         SET HEADER-SEEN             IN WORK-AREAS TO TRUE
010080         GO TO 310000-EXIT
010090     END-IF.
010100
010110     IF FHT-TRAILER-RECORD           IN CONTROL-RECORD-WORK
010120       OR FHT-RDW-LENGTH             IN CONTROL-RECORD-WORK
010130          EQUAL CONVERTED-LENGTH     IN WORK-AREAS
010140         GO TO 310000-EXIT
010150     END-IF.
010160
010170     IF COUNTING-PASS                IN WORK-AREAS
010180         ADD 1 TO PASSTHRU-READ-CTR  IN CORRECTION-TOTALS
010190     END-IF.
010200
010210     MOVE OLD-FORMAT-TRX-REC (5 : LENGTH OF PASSTHRU-KEY-WORK)
010220       TO PASSTHRU-KEY-WORK.
010230     MOVE PKW-POLICY-ID              IN PASSTHRU-KEY-WORK
010240       TO LKC-POLICY-ID              IN LOOKUP-CONTROLS.
010250     MOVE PKW-RECORD-NUMBER          IN PASSTHRU-KEY-WORK
010260       TO LKC-RECORD-NUMBER          IN LOOKUP-CONTROLS.
010270
010280     PERFORM 320000-FIND-PASSTHRU-TXN THRU 320000-EXIT.
010290
010300     IF NOT MATCH-FOUND              IN WORK-AREAS
010310         GO TO 310000-EXIT
010320     END-IF.
010330
010340     PERFORM 330000-BUILD-CORRECTED-RECORD THRU 330000-EXIT.
010350
010360     IF COUNTING-PASS                IN WORK-AREAS
010370         PERFORM 340000-COUNT-ONE-RECORD THRU 340000-EXIT
010380         SET TXT-FOUND               IN TRANSACTION-TABLE
010390                                     (TXT-SUB
010400                                  IN TRANSACTION-TABLE)
010410           TO TRUE
010420         MOVE CORRECTED-TRX-WORK (5 : 10)
010430           TO TXT-NEW-POLICY-ID      IN TRANSACTION-TABLE
010440                                     (TXT-SUB
010450                                  IN TRANSACTION-TABLE)
010460     ELSE
010470         MOVE CORRECTED-TRX-WORK     TO CORRECTION-TRX-REC
010480         PERFORM 420000-WRITE-CORRECTION-RECORD
010490            THRU 420000-EXIT
010500         SET TXT-WRITTEN             IN TRANSACTION-TABLE
010510                                     (TXT-SUB
010520                                  IN TRANSACTION-TABLE)
010530           TO TRUE
010540     END-IF.
010550
010560 310000-EXIT.
010570     EXIT.
010580
010590**************************************************************
010600*  320000-FIND-PASSTHRU-TXN - THE TRANSACTION WHOSE CURRENT     *
010610*    POLICY ID AND RECORD NUMBER THE PASSED-THROUGH RECORD      *
010620*    CARRIES, IF IT IS STILL TO BE TAKEN IN THIS PASS - NOT     *
010630*    YET FOUND IN THE COUNTING PASS, FOUND BUT NOT YET WRITTEN  *
010640*    IN THE WRITING PASS.                                       *
010650**************************************************************
010660 320000-FIND-PASSTHRU-TXN.
010670
010680     MOVE SPACE
010690       TO MATCH-FOUND-SW             IN WORK-AREAS.
010700     MOVE 1 TO TXT-SUB               IN TRANSACTION-TABLE.
010710
010720     PERFORM 321000-TEST-ONE-PASSTHRU THRU 321000-EXIT
010730       UNTIL MATCH-FOUND             IN WORK-AREAS
010740          OR TXT-SUB                 IN TRANSACTION-TABLE
010750             GREATER THAN
010760             TXT-ENTRY-COUNT         IN TRANSACTION-TABLE.
010770
010780 320000-EXIT.
010790     EXIT.
010800
010810 321000-TEST-ONE-PASSTHRU.
010820
010830     IF TXT-CURRENT-POLICY-ID        IN TRANSACTION-TABLE
010840                                     (TXT-SUB
010850                                  IN TRANSACTION-TABLE)
010860       EQUAL LKC-POLICY-ID           IN LOOKUP-CONTROLS
010870       AND TXT-RECORD-NUMBER         IN TRANSACTION-TABLE
010880                                     (TXT-SUB
010890                                  IN TRANSACTION-TABLE)
010900           EQUAL LKC-RECORD-NUMBER   IN LOOKUP-CONTROLS
010910         IF (COUNTING-PASS           IN WORK-AREAS
010920             AND TXT-PENDING         IN TRANSACTION-TABLE
010930                                     (TXT-SUB
010940                                  IN TRANSACTION-TABLE))
010950           OR (WRITING-PASS          IN WORK-AREAS
010960             AND TXT-FOUND           IN TRANSACTION-TABLE
010970                                     (TXT-SUB
010980                                  IN TRANSACTION-TABLE))
010990             SET MATCH-FOUND         IN WORK-AREAS TO TRUE
011000             GO TO 321000-EXIT
011010         END-IF
011020     END-IF.
011030
011040     ADD 1 TO TXT-SUB                IN TRANSACTION-TABLE.
011050
011060 321000-EXIT.
011070     EXIT.
011080
011090**************************************************************
011100*  330000-BUILD-CORRECTED-RECORD - COPIES THE PASSED-THROUGH    *
011110*    RECORD AND APPLIES EVERY ACCEPTED CORRECTION FOR ITS       *
011120*    TRANSACTION, IN CARD ORDER.                                *
011130**************************************************************
011140 330000-BUILD-CORRECTED-RECORD.
011150
011160     MOVE OLD-FORMAT-TRX-REC         TO CORRECTED-TRX-WORK.
011170     MOVE 1 TO CTB-SUB               IN CARD-TABLE.
011180
011190     PERFORM 331000-APPLY-ONE-CARD   THRU 331000-EXIT
011200       UNTIL CTB-SUB                 IN CARD-TABLE
011210             GREATER THAN
011220             CTB-ENTRY-COUNT         IN CARD-TABLE.
011230
011240 330000-EXIT.
011250     EXIT.
011260
011270 331000-APPLY-ONE-CARD.
011280
011290     IF NOT CTB-ACCEPTED             IN CARD-TABLE
011300                                     (CTB-SUB IN CARD-TABLE)
011310       OR CTB-TXN-SUB                IN CARD-TABLE
011320                                     (CTB-SUB IN CARD-TABLE)
011330          NOT EQUAL TXT-SUB          IN TRANSACTION-TABLE
011340         GO TO 331000-NEXT
011350     END-IF.
011360
011370     MOVE CTB-CARD                   IN CARD-TABLE
011380                                     (CTB-SUB IN CARD-TABLE)
011390       TO CORRECTION-CARD-WORK.
011400     MOVE FRC-OCCURRENCE-NUMBER      IN CORRECTION-CARD-WORK
011410       TO APPLY-OCCURRENCE           IN LOOKUP-CONTROLS.
011420     MOVE FRC-SLOT-NUMBER            IN CORRECTION-CARD-WORK
011430       TO APPLY-SLOT                 IN LOOKUP-CONTROLS.
011440
011450     EVALUATE FRC-REASON-CODE        IN CORRECTION-CARD-WORK
011460       WHEN 'E001'
011470         MOVE FRC-NEW-VALUE          IN CORRECTION-CARD-WORK
011480                                     (1 : 10)
011490           TO TRX-POLICY-ID          IN TRX-INFO
011500                                     IN CORRECTED-TRX-WORK
011510       WHEN 'E002'
011520         MOVE 'AN  '
011530           TO TRX-TYPE-CODE          IN TRX-INFO
011540                                     IN CORRECTED-TRX-WORK
011550       WHEN 'E003'
011560         MOVE FRC-NEW-VALUE          IN CORRECTION-CARD-WORK
011570                                     (1 : 4)
011580           TO TRX-PLAN-CODE          IN TRX-INFO
011590                                     IN CORRECTED-TRX-WORK
011600       WHEN 'E004'
011610         MOVE FRC-NEW-VALUE          IN CORRECTION-CARD-WORK
011620                                     (1 : 8)
011630           TO TRX-EFFECTIVE-DATE     IN TRX-INFO
011640                                     IN CORRECTED-TRX-WORK
011650       WHEN 'E005'
011660         PERFORM 332000-APPLY-BALANCE-TYPE THRU 332000-EXIT
011670       WHEN 'E006'
011680         PERFORM 333000-APPLY-BALANCE-DATE THRU 333000-EXIT
011690       WHEN 'E008'
011700         PERFORM 335000-APPLY-FUND-BALANCE THRU 335000-EXIT
011710       WHEN OTHER
011720         PERFORM 334000-APPLY-FUND-NUMBER THRU 334000-EXIT
011730     END-EVALUATE.
011740
011750 331000-NEXT.
011760     ADD 1 TO CTB-SUB                IN CARD-TABLE.
011770
011780 331000-EXIT.
011790     EXIT.
011800
011810 332000-APPLY-BALANCE-TYPE.
011820
011830     IF FRC-BALANCE-AREA             IN CORRECTION-CARD-WORK
011840       EQUAL 'B'
011850         MOVE FRC-NEW-VALUE          IN CORRECTION-CARD-WORK
011860                                     (1 : 2)
011870           TO BB-BALANCE-TYPE        IN BEGIN-BALANCES
011880                                     IN CORRECTED-TRX-WORK
011890                                     (APPLY-OCCURRENCE
011900                                  IN LOOKUP-CONTROLS)
011910     ELSE
011920         MOVE FRC-NEW-VALUE          IN CORRECTION-CARD-WORK
011930                                     (1 : 2)
011940           TO EB-BALANCE-TYPE        IN END-BALANCES
011950                                     IN CORRECTED-TRX-WORK
011960                                     (APPLY-OCCURRENCE
011970                                  IN LOOKUP-CONTROLS)
011980     END-IF.
011990
012000 332000-EXIT.
012010     EXIT.
012020
012030 333000-APPLY-BALANCE-DATE.
012040
012050     IF FRC-BALANCE-AREA             IN CORRECTION-CARD-WORK
012060       EQUAL 'B'
012070         MOVE FRC-NEW-VALUE          IN CORRECTION-CARD-WORK
012080                                     (1 : 8)
012090           TO BB-BALANCE-DATE        IN BEGIN-BALANCES
012100                                     IN CORRECTED-TRX-WORK
012110                                     (APPLY-OCCURRENCE
012120                                  IN LOOKUP-CONTROLS)
012130     ELSE
012140         MOVE FRC-NEW-VALUE          IN CORRECTION-CARD-WORK
012150                                     (1 : 8)
012160           TO EB-BALANCE-DATE        IN END-BALANCES
012170                                     IN CORRECTED-TRX-WORK
012180                                     (APPLY-OCCURRENCE
012190                                  IN LOOKUP-CONTROLS)
012200     END-IF.
012210
012220 333000-EXIT.
012230     EXIT.
012240
012250* A BLANK NEW FUND NUMBER EMPTIES THE SLOT - NO FUND, NO MONEY.
012260 334000-APPLY-FUND-NUMBER.
012270
012280     IF FRC-BALANCE-AREA             IN CORRECTION-CARD-WORK
012290       EQUAL 'B'
012300         MOVE FRC-NEW-VALUE          IN CORRECTION-CARD-WORK
012310                                     (1 : 3)
012320           TO FUND-INFORMATION       IN BEGIN-BALANCES
012330                                     IN CORRECTED-TRX-WORK
012340                                     (APPLY-OCCURRENCE
012350                                  IN LOOKUP-CONTROLS
012360                                     APPLY-SLOT
012370                                  IN LOOKUP-CONTROLS) (1 : 3)
012380         IF FRC-NEW-VALUE            IN CORRECTION-CARD-WORK
012390           EQUAL SPACES
012400             MOVE ZERO
012410               TO FUND-BALANCE       IN BEGIN-BALANCES
012420                                     IN CORRECTED-TRX-WORK
012430                                     (APPLY-OCCURRENCE
012440                                  IN LOOKUP-CONTROLS
012450                                     APPLY-SLOT
012460                                  IN LOOKUP-CONTROLS)
012470         END-IF
012480     ELSE
012490         MOVE FRC-NEW-VALUE          IN CORRECTION-CARD-WORK
012500                                     (1 : 3)
012510           TO FUND-INFORMATION       IN END-BALANCES
012520                                     IN CORRECTED-TRX-WORK
012530                                     (APPLY-OCCURRENCE
012540                                  IN LOOKUP-CONTROLS
012550                                     APPLY-SLOT
012560                                  IN LOOKUP-CONTROLS) (1 : 3)
012570         IF FRC-NEW-VALUE            IN CORRECTION-CARD-WORK
012580           EQUAL SPACES
012590             MOVE ZERO
012600               TO FUND-BALANCE       IN END-BALANCES
012610                                     IN CORRECTED-TRX-WORK
012620                                     (APPLY-OCCURRENCE
012630                                  IN LOOKUP-CONTROLS
012640                                     APPLY-SLOT
012650                                  IN LOOKUP-CONTROLS)
012660         END-IF
012670     END-IF.
012680
012690 334000-EXIT.
012700     EXIT.
012710
012720 335000-APPLY-FUND-BALANCE.
012730
012740     IF FRC-BALANCE-AREA             IN CORRECTION-CARD-WORK
012750       EQUAL 'B'
012760         MOVE FRC-NEW-AMOUNT         IN CORRECTION-CARD-WORK
012770           TO FUND-BALANCE           IN BEGIN-BALANCES
012780                                     IN CORRECTED-TRX-WORK
012790                                     (APPLY-OCCURRENCE
012800                                  IN LOOKUP-CONTROLS
012810                                     APPLY-SLOT
012820                                  IN LOOKUP-CONTROLS)
012830     ELSE
012840         MOVE FRC-NEW-AMOUNT         IN CORRECTION-CARD-WORK
012850           TO FUND-BALANCE           IN END-BALANCES
012860                                     IN CORRECTED-TRX-WORK
012870                                     (APPLY-OCCURRENCE
012880                                  IN LOOKUP-CONTROLS
012890                                     APPLY-SLOT
012900                                  IN LOOKUP-CONTROLS)
012910     END-IF.
012920
012930 335000-EXIT.
012940     EXIT.
012950
012960**************************************************************
012970*  340000-COUNT-ONE-RECORD - THE CORRECTED RECORD'S SHARE OF    *
012980*    THE CORRECTION FILE'S COUNT AND HASH TOTALS, MADE THE SAME *
012990*    WAY THE CONVERSION ENGINE VERIFIES THEM: THE POLICY ID     *
013000*    WHEN NUMERIC, AND EVERY BALANCE WHOSE FUND NUMBER AND      *
013010*    AMOUNT ARE BOTH NUMERIC.  HASHES WRAP ON OVERFLOW.         *
013020**************************************************************
013030 340000-COUNT-ONE-RECORD.
013040
013050     ADD 1 TO OUT-RECORD-COUNT       IN CORRECTION-TOTALS.
013060
013070     IF TRX-POLICY-ID                IN TRX-INFO
013080                                     IN CORRECTED-TRX-WORK
013090       NUMERIC
013100         ADD TRX-POLICY-ID           IN TRX-INFO
013110                                     IN CORRECTED-TRX-WORK
013120           TO OUT-POLICY-HASH        IN CORRECTION-TOTALS
013130     END-IF.
013140
013150     MOVE 1 TO HASH-OCCURRENCE       IN LOOKUP-CONTROLS.
013160
013170     PERFORM 341000-HASH-ONE-OCCURRENCE THRU 341000-EXIT
013180       UNTIL HASH-OCCURRENCE         IN LOOKUP-CONTROLS
013190             GREATER THAN 3.
013200
013210 340000-EXIT.
013220     EXIT.
013230
013240 341000-HASH-ONE-OCCURRENCE.
013250
013260     MOVE 1 TO HASH-SLOT             IN LOOKUP-CONTROLS.
013270
013280     PERFORM 342000-HASH-ONE-SLOT    THRU 342000-EXIT
013290       UNTIL HASH-SLOT               IN LOOKUP-CONTROLS
013300             GREATER THAN 10.
013310
013320     ADD 1 TO HASH-OCCURRENCE        IN LOOKUP-CONTROLS.
013330
013340 341000-EXIT.
013350     EXIT.
013360
013370 342000-HASH-ONE-SLOT.
013380
013390     IF FUND-NUMBER                  IN BEGIN-BALANCES
013400                                     IN CORRECTED-TRX-WORK
013410                                     (HASH-OCCURRENCE
013420                                  IN LOOKUP-CONTROLS
013430                                     HASH-SLOT
013440                                  IN LOOKUP-CONTROLS)
013450       NUMERIC
013460       AND FUND-BALANCE              IN BEGIN-BALANCES
013470                                     IN CORRECTED-TRX-WORK
013480                                     (HASH-OCCURRENCE
013490                                  IN LOOKUP-CONTROLS
013500                                     HASH-SLOT
013510                                  IN LOOKUP-CONTROLS)
013520           NUMERIC
013530         ADD FUND-BALANCE            IN BEGIN-BALANCES
013540                                     IN CORRECTED-TRX-WORK
013550                                     (HASH-OCCURRENCE
013560                                  IN LOOKUP-CONTROLS
013570                                     HASH-SLOT
013580                                  IN LOOKUP-CONTROLS)
013590           TO OUT-BALANCE-HASH       IN CORRECTION-TOTALS
013600     END-IF.
013610
013620     IF FUND-NUMBER                  IN END-BALANCES
013630                                     IN CORRECTED-TRX-WORK
013640                                     (HASH-OCCURRENCE
013650                                  IN LOOKUP-CONTROLS
013660                                     HASH-SLOT
013670                                  IN LOOKUP-CONTROLS)
013680       NUMERIC
013690       AND FUND-BALANCE              IN END-BALANCES
013700                                     IN CORRECTED-TRX-WORK
013710                                     (HASH-OCCURRENCE
013720                                  IN LOOKUP-CONTROLS
013730                                     HASH-SLOT
013740                                  IN LOOKUP-CONTROLS)
013750           NUMERIC
013760         ADD FUND-BALANCE            IN END-BALANCES
013770                                     IN CORRECTED-TRX-WORK
013780                                     (HASH-OCCURRENCE
013790                                  IN LOOKUP-CONTROLS
013800                                     HASH-SLOT
013810                                  IN LOOKUP-CONTROLS)
013820           TO OUT-BALANCE-HASH       IN CORRECTION-TOTALS
013830     END-IF.
013840
013850     ADD 1 TO HASH-SLOT              IN LOOKUP-CONTROLS.
013860
013870 342000-EXIT.
013880     EXIT.
013890
013900**************************************************************
013910*  350000-CHECK-NOT-FOUND - A TRANSACTION WITH NO PASSED-       *
013920*    THROUGH RECORD ON FCRNEWT CANNOT BE RESUBMITTED; ITS       *
013930*    CORRECTIONS ARE REJECTED.                                  *
013940**************************************************************
013950 350000-CHECK-NOT-FOUND.
013960
013970     MOVE 1 TO CTB-SUB               IN CARD-TABLE.
013980
013990     PERFORM 351000-CHECK-ONE-CARD   THRU 351000-EXIT
014000       UNTIL CTB-SUB                 IN CARD-TABLE
014010             GREATER THAN
014020             CTB-ENTRY-COUNT         IN CARD-TABLE.
014030
014040 350000-EXIT.
014050     EXIT.
014060
014070 351000-CHECK-ONE-CARD.
014080
014090     IF CTB-ACCEPTED                 IN CARD-TABLE
014100                                     (CTB-SUB IN CARD-TABLE)
014110       AND CTB-TXN-SUB               IN CARD-TABLE
014120                                     (CTB-SUB IN CARD-TABLE)
014130           GREATER THAN ZERO
014140         IF TXT-PENDING              IN TRANSACTION-TABLE
014150                                     (CTB-TXN-SUB
014160                                  IN CARD-TABLE
014170                                     (CTB-SUB
014180                                  IN CARD-TABLE))
014190             SET CTB-REJECTED        IN CARD-TABLE
014200                                     (CTB-SUB IN CARD-TABLE)
014210               TO TRUE
014220             MOVE 'NO PASSED-THROUGH RECORD ON FCRNEWT'
014230               TO CTB-MESSAGE        IN CARD-TABLE
014240                                     (CTB-SUB IN CARD-TABLE)
014250         END-IF
014260     END-IF.
014270
014280     ADD 1 TO CTB-SUB                IN CARD-TABLE.
014290
014300 351000-EXIT.
014310     EXIT.
014320
014330**************************************************************
014340*  400000-WRITE-CORRECTION-FILE - THE HEADER (EXPECTED COUNT    *
014350*    FROM THE COUNTING PASS), THE CORRECTED RECORDS FROM A      *
014360*    SECOND PASS OF FCRNEWT, AND THE TRAILER WITH THE COUNT     *
014370*    AND HASHES.                                                *
014380**************************************************************
014390 400000-WRITE-CORRECTION-FILE.
014400
014410     OPEN OUTPUT CORRECTION-TRX-FILE.
014420     IF NOT FCRRCOR-STATUS-OK
014430         MOVE 'FCRRCOR' TO FEC-FILE-ID
014440         MOVE FCRRCOR-STATUS TO FEC-FILE-STATUS
014450         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
014460     END-IF.
014470
014480     MOVE 'HDR '
014490       TO CONTROL-TYPE               IN WORK-AREAS.
014500     PERFORM 410000-WRITE-CONTROL-RECORD THRU 410000-EXIT.
014510
014520     SET WRITING-PASS                IN WORK-AREAS TO TRUE.
014530     PERFORM 300000-READ-CONVERTED-FILE THRU 300000-EXIT.
014540
014550     MOVE 'TRL '
014560       TO CONTROL-TYPE               IN WORK-AREAS.
014570     PERFORM 410000-WRITE-CONTROL-RECORD THRU 410000-EXIT.
014580
014590     CLOSE CORRECTION-TRX-FILE.
014600
014610 400000-EXIT.
014620     EXIT.
014630
014640 410000-WRITE-CONTROL-RECORD.
014650
014660     MOVE SPACES                     TO CONTROL-RECORD-WORK.
014670     MOVE CONTROL-TYPE               IN WORK-AREAS
014680       TO FHT-CONTROL-TYPE           IN CONTROL-RECORD-WORK.
014690     MOVE LENGTH OF CORRECTED-TRX-WORK
014700       TO FHT-RDW-LENGTH             IN CONTROL-RECORD-WORK.
014710     MOVE ZERO
014720       TO FHT-RDW-RESERVED           IN CONTROL-RECORD-WORK.
014730     MOVE 'AN  '
014740       TO FHT-FILE-TRX-TYPE          IN CONTROL-RECORD-WORK.
014750     MOVE CORRECTION-DATE            IN WORK-AREAS
014760       TO FHT-RUN-DATE               IN CONTROL-RECORD-WORK.
014770     MOVE CORRECTION-JOB             IN WORK-AREAS
014780       TO FHT-SOURCE-JOB             IN CONTROL-RECORD-WORK.
014790     MOVE OUT-RECORD-COUNT           IN CORRECTION-TOTALS
014800       TO FHT-RECORD-COUNT           IN CONTROL-RECORD-WORK.
014810
014820     IF FHT-TRAILER-RECORD           IN CONTROL-RECORD-WORK
014830         MOVE OUT-POLICY-HASH        IN CORRECTION-TOTALS
014840           TO FHT-POLICY-HASH        IN CONTROL-RECORD-WORK
014850         MOVE OUT-BALANCE-HASH       IN CORRECTION-TOTALS
014860           TO FHT-BALANCE-HASH       IN CONTROL-RECORD-WORK
014870     ELSE
014880         MOVE ZERO
014890           TO FHT-POLICY-HASH        IN CONTROL-RECORD-WORK
014900              FHT-BALANCE-HASH       IN CONTROL-RECORD-WORK
014910     END-IF.
014920
014930     MOVE SPACES                     TO CORRECTION-TRX-REC.
014940     MOVE CONTROL-RECORD-WORK
014950       TO CORRECTION-TRX-REC (1 : LENGTH OF CONTROL-RECORD-WORK).
014960
014970     PERFORM 420000-WRITE-CORRECTION-RECORD THRU 420000-EXIT.
014980
014990 410000-EXIT.
015000     EXIT.
015010
015020 420000-WRITE-CORRECTION-RECORD.
015030
015040     WRITE CORRECTION-TRX-REC.
015050     IF NOT FCRRCOR-STATUS-OK
015060         MOVE 'FCRRCOR' TO FEC-FILE-ID
015070         MOVE FCRRCOR-STATUS TO FEC-FILE-STATUS
015080         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
015090     END-IF.
015100
015110 420000-EXIT.
015120     EXIT.
015130
015140**************************************************************
015150*  500000-UPDATE-SUSPENSE - WITH THE CORRECTION FILE CLOSED:    *
015160*    ABANDON CARDS CLOSE THEIR ENTRIES, THEN EVERY OUTSTANDING  *
015170*    ENTRY OF EACH WRITTEN TRANSACTION IS MARKED RESUBMITTED    *
015180*    UNDER TODAY'S BATCH.                                       *
015190**************************************************************
015200 500000-UPDATE-SUSPENSE.
015210
015220     MOVE 1 TO CTB-SUB               IN CARD-TABLE.
015230
015240     PERFORM 510000-ABANDON-ONE-CARD THRU 510000-EXIT
015250       UNTIL CTB-SUB                 IN CARD-TABLE
015260             GREATER THAN
015270             CTB-ENTRY-COUNT         IN CARD-TABLE.
015280
015290     MOVE 1 TO TXT-SUB               IN TRANSACTION-TABLE.
015300
015310     PERFORM 520000-RESUBMIT-ONE-TXN THRU 520000-EXIT
015320       UNTIL TXT-SUB                 IN TRANSACTION-TABLE
015330             GREATER THAN
015340             TXT-ENTRY-COUNT         IN TRANSACTION-TABLE.
015350
015360     CLOSE REJECT-SUSPENSE-FILE.
015370
015380 500000-EXIT.
015390     EXIT.
015400
015410 510000-ABANDON-ONE-CARD.
015420
015430     MOVE CTB-CARD                   IN CARD-TABLE
015440                                     (CTB-SUB IN CARD-TABLE)
015450       TO CORRECTION-CARD-WORK.
015460
015470     IF NOT CTB-ACCEPTED             IN CARD-TABLE
015480                                     (CTB-SUB IN CARD-TABLE)
015490       OR NOT FRC-ABANDON            IN CORRECTION-CARD-WORK
015500         GO TO 510000-NEXT
015510     END-IF.
015520
015530     MOVE FRC-POLICY-ID              IN CORRECTION-CARD-WORK
015540       TO FRS-POLICY-ID              IN REJECT-SUSPENSE-RECORD.
015550     MOVE FRC-RECORD-NUMBER          IN CORRECTION-CARD-WORK
015560       TO FRS-RECORD-NUMBER          IN REJECT-SUSPENSE-RECORD.
015570     MOVE FRC-BALANCE-AREA           IN CORRECTION-CARD-WORK
015580       TO FRS-BALANCE-AREA           IN REJECT-SUSPENSE-RECORD.
015590     MOVE FRC-OCCURRENCE-NUMBER      IN CORRECTION-CARD-WORK
015600       TO FRS-OCCURRENCE-NUMBER      IN REJECT-SUSPENSE-RECORD.
015610     MOVE FRC-SLOT-NUMBER            IN CORRECTION-CARD-WORK
015620       TO FRS-SLOT-NUMBER            IN REJECT-SUSPENSE-RECORD.
015630     MOVE FRC-REASON-CODE            IN CORRECTION-CARD-WORK
015640       TO FRS-REASON-CODE            IN REJECT-SUSPENSE-RECORD.
015650
015660     READ REJECT-SUSPENSE-FILE
015670       KEY IS FRS-KEY                IN REJECT-SUSPENSE-RECORD.
015680     IF NOT FCRRSUS-STATUS-OK
015690         MOVE 'FCRRSUS' TO FEC-FILE-ID
015700         MOVE FCRRSUS-STATUS TO FEC-FILE-STATUS
015710         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
015720     END-IF.
015730
015740     SET FRS-ABANDONED               IN REJECT-SUSPENSE-RECORD
015750       TO TRUE.
015760     MOVE CORRECTION-DATE            IN WORK-AREAS
015770       TO FRS-STATUS-DATE            IN REJECT-SUSPENSE-RECORD.
015780     MOVE SPACE
015790       TO FRS-RESUBMIT-SW            IN REJECT-SUSPENSE-RECORD.
015800     MOVE SPACES
015810       TO FRS-CORRECTION-VALUE       IN REJECT-SUSPENSE-RECORD.
015820     MOVE FRC-ANALYST-ID             IN CORRECTION-CARD-WORK
015830       TO FRS-ANALYST-ID             IN REJECT-SUSPENSE-RECORD.
015840     MOVE FRC-COMMENT                IN CORRECTION-CARD-WORK
015850       TO FRS-COMMENT                IN REJECT-SUSPENSE-RECORD.
015860
015870     PERFORM 590000-REWRITE-ENTRY    THRU 590000-EXIT.
015880
015890     ADD 1 TO ABANDONED-CTR          IN CORRECTION-TOTALS.
015900     MOVE 'REJECT ABANDONED'
015910       TO CTB-MESSAGE                IN CARD-TABLE
015920                                     (CTB-SUB IN CARD-TABLE).
015930
015940 510000-NEXT.
015950     ADD 1 TO CTB-SUB                IN CARD-TABLE.
015960
015970 510000-EXIT.
015980     EXIT.
015990
016000**************************************************************
016010*  520000-RESUBMIT-ONE-TXN - MARKS THE OUTSTANDING ENTRIES OF   *
016020*    A WRITTEN TRANSACTION: THOSE UNDER THE POLICY ID IT        *
016030*    CARRIED ON FCRNEWT, AND THOSE UNDER ITS OLDER POLICY ID.   *
016040**************************************************************
016050 520000-RESUBMIT-ONE-TXN.
016060
016070     IF NOT TXT-WRITTEN              IN TRANSACTION-TABLE
016080                                     (TXT-SUB
016090                                  IN TRANSACTION-TABLE)
016100         GO TO 520000-NEXT
016110     END-IF.
016120
016130     MOVE TXT-CURRENT-POLICY-ID      IN TRANSACTION-TABLE
016140                                     (TXT-SUB
016150                                  IN TRANSACTION-TABLE)
016160       TO LKC-POLICY-ID              IN LOOKUP-CONTROLS.
016170     PERFORM 530000-RESUBMIT-ENTRIES THRU 530000-EXIT.
016180
016190     IF TXT-OLD-POLICY-ID            IN TRANSACTION-TABLE
016200                                     (TXT-SUB
016210                                  IN TRANSACTION-TABLE)
016220       NOT EQUAL SPACES
016230         MOVE TXT-OLD-POLICY-ID      IN TRANSACTION-TABLE
016240                                     (TXT-SUB
016250                                  IN TRANSACTION-TABLE)
016260           TO LKC-POLICY-ID          IN LOOKUP-CONTROLS
016270         PERFORM 530000-RESUBMIT-ENTRIES THRU 530000-EXIT
016280     END-IF.
016290
016300 520000-NEXT.
016310     ADD 1 TO TXT-SUB                IN TRANSACTION-TABLE.
016320
016330 520000-EXIT.
016340     EXIT.
016350
016360 530000-RESUBMIT-ENTRIES.
016370
016380     MOVE LOW-VALUES
016390       TO FRS-KEY                    IN REJECT-SUSPENSE-RECORD.
016400     MOVE LKC-POLICY-ID              IN LOOKUP-CONTROLS
016410       TO FRS-POLICY-ID              IN REJECT-SUSPENSE-RECORD.
016420     MOVE TXT-RECORD-NUMBER          IN TRANSACTION-TABLE
016430                                     (TXT-SUB
016440                                  IN TRANSACTION-TABLE)
016450       TO FRS-RECORD-NUMBER          IN REJECT-SUSPENSE-RECORD.
016460
016470     MOVE SPACE
016480       TO SUSPENSE-EOF-SW            IN WORK-AREAS.
016490
016500     START REJECT-SUSPENSE-FILE
016510       KEY IS NOT LESS THAN FRS-KEY  IN REJECT-SUSPENSE-RECORD.
016520
016530     IF FCRRSUS-STATUS-NOT-FOUND
016540         GO TO 530000-EXIT
016550     END-IF.
016560     IF NOT FCRRSUS-STATUS-OK
016570         MOVE 'FCRRSUS' TO FEC-FILE-ID
016580         MOVE FCRRSUS-STATUS TO FEC-FILE-STATUS
016590         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
016600     END-IF.
016610
016620     PERFORM 531000-RESUBMIT-ONE-ENTRY THRU 531000-EXIT
016630       UNTIL SUSPENSE-EOF            IN WORK-AREAS.
016640
016650 530000-EXIT.
016660     EXIT.
016670
016680 531000-RESUBMIT-ONE-ENTRY.
016690
016700     READ REJECT-SUSPENSE-FILE NEXT RECORD.
016710
016720     IF FCRRSUS-STATUS-EOF
016730         SET SUSPENSE-EOF            IN WORK-AREAS TO TRUE
016740         GO TO 531000-EXIT
016750     END-IF.
016760
016770     IF NOT FCRRSUS-STATUS-OK
016780         MOVE 'FCRRSUS' TO FEC-FILE-ID
016790         MOVE FCRRSUS-STATUS TO FEC-FILE-STATUS
016800         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
016810     END-IF.
016820
016830     IF FRS-POLICY-ID                IN REJECT-SUSPENSE-RECORD
016840       NOT EQUAL LKC-POLICY-ID       IN LOOKUP-CONTROLS
016850       OR FRS-RECORD-NUMBER          IN REJECT-SUSPENSE-RECORD
016860          NOT EQUAL TXT-RECORD-NUMBER IN TRANSACTION-TABLE
016870                                     (TXT-SUB
016880                                  IN TRANSACTION-TABLE)
016890         SET SUSPENSE-EOF            IN WORK-AREAS TO TRUE
016900         GO TO 531000-EXIT
016910     END-IF.
016920
016930     IF NOT FRS-OUTSTANDING          IN REJECT-SUSPENSE-RECORD
016940       OR FRS-RESUBMITTED            IN REJECT-SUSPENSE-RECORD
016950         GO TO 531000-EXIT
016960     END-IF.
016970
016980     SET FRS-RESUBMITTED             IN REJECT-SUSPENSE-RECORD
016990       TO TRUE.
017000     MOVE CORRECTION-DATE            IN WORK-AREAS
017010       TO FRS-RESUBMIT-DATE          IN REJECT-SUSPENSE-RECORD.
017020     MOVE TXT-NEW-POLICY-ID          IN TRANSACTION-TABLE
017030                                     (TXT-SUB
017040                                  IN TRANSACTION-TABLE)
017050       TO FRS-RESUBMIT-POLICY-ID     IN REJECT-SUSPENSE-RECORD.
017060
017070     PERFORM 532000-FIND-ENTRY-CARD  THRU 532000-EXIT.
017080
017090     IF MATCH-FOUND                  IN WORK-AREAS
017100         MOVE FRC-NEW-VALUE          IN CORRECTION-CARD-WORK
017110           TO FRS-CORRECTION-VALUE   IN REJECT-SUSPENSE-RECORD
017120         MOVE FRC-ANALYST-ID         IN CORRECTION-CARD-WORK
017130           TO FRS-ANALYST-ID         IN REJECT-SUSPENSE-RECORD
017140         MOVE FRC-COMMENT            IN CORRECTION-CARD-WORK
017150           TO FRS-COMMENT            IN REJECT-SUSPENSE-RECORD
017160         ADD 1 TO CORRECTIONS-APPLIED-CTR IN CORRECTION-TOTALS
017170         MOVE 'RESUBMITTED ON CORRECTION FILE'
017180           TO CTB-MESSAGE            IN CARD-TABLE
017190                                     (CTB-SEARCH-SUB
017200                                  IN CARD-TABLE)
017210     ELSE
017220         MOVE SPACES
017230           TO FRS-CORRECTION-VALUE   IN REJECT-SUSPENSE-RECORD
017240     END-IF.
017250
017260     PERFORM 590000-REWRITE-ENTRY    THRU 590000-EXIT.
017270
017280     ADD 1 TO ENTRIES-RESUBMITTED-CTR IN CORRECTION-TOTALS.
017290
017300 531000-EXIT.
017310     EXIT.
017320
017330**************************************************************
017340*  532000-FIND-ENTRY-CARD - THE ACCEPTED CORRECTION CARD, IF    *
017350*    ANY, FOR THE SUSPENSE ENTRY IN HAND.  THE CARD IS LEFT IN  *
017360*    CORRECTION-CARD-WORK AND CTB-SEARCH-SUB ON ITS ENTRY.      *
017370**************************************************************
017380 532000-FIND-ENTRY-CARD.
017390
017400     MOVE SPACE
017410       TO MATCH-FOUND-SW             IN WORK-AREAS.
017420     MOVE 1 TO CTB-SEARCH-SUB        IN CARD-TABLE.
017430
017440     PERFORM 533000-TEST-ENTRY-CARD  THRU 533000-EXIT
017450       UNTIL MATCH-FOUND             IN WORK-AREAS
017460          OR CTB-SEARCH-SUB          IN CARD-TABLE
017470             GREATER THAN
017480             CTB-ENTRY-COUNT         IN CARD-TABLE.
017490
017500 532000-EXIT.
017510     EXIT.
017520
017530 533000-TEST-ENTRY-CARD.
017540
017550     IF CTB-ACCEPTED                 IN CARD-TABLE
017560                                     (CTB-SEARCH-SUB
017570                                  IN CARD-TABLE)
017580       AND CTB-TXN-SUB               IN CARD-TABLE
017590                                     (CTB-SEARCH-SUB
017600                                  IN CARD-TABLE)
017610           EQUAL TXT-SUB             IN TRANSACTION-TABLE
017620         MOVE CTB-CARD               IN CARD-TABLE
017630                                     (CTB-SEARCH-SUB
017640                                  IN CARD-TABLE)
017650           TO CORRECTION-CARD-WORK
017660         IF CORRECTION-CARD-WORK (2 : 28)
017670           EQUAL FRS-KEY             IN REJECT-SUSPENSE-RECORD
017680             SET MATCH-FOUND         IN WORK-AREAS TO TRUE
017690             GO TO 533000-EXIT
017700         END-IF
017710     END-IF.
017720
017730     ADD 1 TO CTB-SEARCH-SUB         IN CARD-TABLE.
017740
017750 533000-EXIT.
017760     EXIT.
017770
017780 590000-REWRITE-ENTRY.
017790
017800     REWRITE REJECT-SUSPENSE-RECORD.
017810     IF NOT FCRRSUS-STATUS-OK
017820         MOVE 'FCRRSUS' TO FEC-FILE-ID
017830         MOVE FCRRSUS-STATUS TO FEC-FILE-STATUS
017840         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
017850     END-IF.
017860
017870 590000-EXIT.
017880     EXIT.
017890
017900**************************************************************
017910*  700000-PRINT-CARDS - LISTS EVERY CARD WITH ITS RESULT.       *
017920**************************************************************
017930 700000-PRINT-CARDS.
017940
017950     MOVE CARD-HEADING               TO CORRECTION-REPORT-LINE.
017960     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
017970     MOVE SPACES                     TO CORRECTION-REPORT-LINE.
017980     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
017990
018000     MOVE 1 TO CTB-SUB               IN CARD-TABLE.
018010
018020     PERFORM 710000-PRINT-ONE-CARD   THRU 710000-EXIT
018030       UNTIL CTB-SUB                 IN CARD-TABLE
018040             GREATER THAN
018050             CTB-ENTRY-COUNT         IN CARD-TABLE.
018060
018070 700000-EXIT.
018080     EXIT.
018090
018100 710000-PRINT-ONE-CARD.
018110
018120     MOVE CTB-CARD                   IN CARD-TABLE
018130                                     (CTB-SUB IN CARD-TABLE)
018140       TO CORRECTION-CARD-WORK.
018150
018160     MOVE SPACES                     TO CARD-LINE.
018170     MOVE FRC-ACTION                 IN CORRECTION-CARD-WORK
018180       TO CDL-ACTION                 IN CARD-LINE.
018190     MOVE FRC-POLICY-ID              IN CORRECTION-CARD-WORK
018200       TO CDL-POLICY-ID              IN CARD-LINE.
018210     MOVE FRC-RECORD-NUMBER          IN CORRECTION-CARD-WORK
018220       TO CDL-RECORD-NUMBER          IN CARD-LINE.
018230     MOVE FRC-BALANCE-AREA           IN CORRECTION-CARD-WORK
018240       TO CDL-BALANCE-AREA           IN CARD-LINE.
018250     MOVE FRC-OCCURRENCE-NUMBER      IN CORRECTION-CARD-WORK
018260       TO CDL-OCCURRENCE-NUMBER      IN CARD-LINE.
018270     MOVE FRC-SLOT-NUMBER            IN CORRECTION-CARD-WORK
018280       TO CDL-SLOT-NUMBER            IN CARD-LINE.
018290     MOVE FRC-REASON-CODE            IN CORRECTION-CARD-WORK
018300       TO CDL-REASON-CODE            IN CARD-LINE.
018310     MOVE FRC-NEW-VALUE              IN CORRECTION-CARD-WORK
018320       TO CDL-NEW-VALUE              IN CARD-LINE.
018330     MOVE FRC-ANALYST-ID             IN CORRECTION-CARD-WORK
018340       TO CDL-ANALYST-ID             IN CARD-LINE.
018350     MOVE CTB-MESSAGE                IN CARD-TABLE
018360                                     (CTB-SUB IN CARD-TABLE)
018370       TO CDL-MESSAGE                IN CARD-LINE.
018380
018390     EVALUATE TRUE
018400       WHEN CTB-ACCEPTED             IN CARD-TABLE
018410                                     (CTB-SUB IN CARD-TABLE)
018420         MOVE 'ACCEPTED'
018430           TO CDL-RESULT             IN CARD-LINE
018440       WHEN CTB-HELD                 IN CARD-TABLE
018450                                     (CTB-SUB IN CARD-TABLE)
018460         MOVE 'HELD'
018470           TO CDL-RESULT             IN CARD-LINE
018480         ADD 1 TO CARDS-HELD-CTR     IN CORRECTION-TOTALS
018490       WHEN OTHER
018500         MOVE 'REJECTED'
018510           TO CDL-RESULT             IN CARD-LINE
018520         ADD 1 TO CARDS-REJECTED-CTR IN CORRECTION-TOTALS
018530     END-EVALUATE.
018540
018550     MOVE CARD-LINE                  TO CORRECTION-REPORT-LINE.
018560     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
018570
018580     ADD 1 TO CTB-SUB                IN CARD-TABLE.
018590
018600 710000-EXIT.
018610     EXIT.
018620
018630**************************************************************
018640*  800000-TERMINATION - PRINTS THE TOTALS AND THE CORRECTION    *
018650*    FILE CONTROLS.  A REJECTED OR HELD CARD SETS RETURN        *
018660*    CODE 8.                                                    *
018670**************************************************************
018680 800000-TERMINATION.
018690
018700     MOVE SPACES                     TO CORRECTION-REPORT-LINE.
018710     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
018720
018730     MOVE SPACES                     TO TOTAL-LINE.
018740     MOVE 'CORRECTION CARDS READ'
018750       TO TTL-LABEL                  IN TOTAL-LINE.
018760     MOVE CARDS-READ-CTR             IN CORRECTION-TOTALS
018770       TO TTL-COUNT                  IN TOTAL-LINE.
018780     PERFORM 810000-WRITE-TOTAL-LINE THRU 810000-EXIT.
018790     MOVE '  CORRECTIONS RESUBMITTED'
018800       TO TTL-LABEL                  IN TOTAL-LINE.
018810     MOVE CORRECTIONS-APPLIED-CTR    IN CORRECTION-TOTALS
018820       TO TTL-COUNT                  IN TOTAL-LINE.
018830     PERFORM 810000-WRITE-TOTAL-LINE THRU 810000-EXIT.
018840     MOVE '  REJECTS ABANDONED'
018850       TO TTL-LABEL                  IN TOTAL-LINE.
018860     MOVE ABANDONED-CTR              IN CORRECTION-TOTALS
018870       TO TTL-COUNT                  IN TOTAL-LINE.
018880     PERFORM 810000-WRITE-TOTAL-LINE THRU 810000-EXIT.
018890     MOVE '  CARDS REJECTED'
018900       TO TTL-LABEL                  IN TOTAL-LINE.
018910     MOVE CARDS-REJECTED-CTR         IN CORRECTION-TOTALS
018920       TO TTL-COUNT                  IN TOTAL-LINE.
018930     PERFORM 810000-WRITE-TOTAL-LINE THRU 810000-EXIT.
018940     MOVE '  CARDS HELD'
018950       TO TTL-LABEL                  IN TOTAL-LINE.
018960     MOVE CARDS-HELD-CTR             IN CORRECTION-TOTALS
018970       TO TTL-COUNT                  IN TOTAL-LINE.
018980     PERFORM 810000-WRITE-TOTAL-LINE THRU 810000-EXIT.
018990     MOVE 'PASSED-THROUGH RECORDS ON FCRNEWT'
019000       TO TTL-LABEL                  IN TOTAL-LINE.
019010     MOVE PASSTHRU-READ-CTR          IN CORRECTION-TOTALS
019020       TO TTL-COUNT                  IN TOTAL-LINE.
019030     PERFORM 810000-WRITE-TOTAL-LINE THRU 810000-EXIT.
019040     MOVE 'SUSPENSE ENTRIES MARKED RESUBMITTED'
019050       TO TTL-LABEL                  IN TOTAL-LINE.
019060     MOVE ENTRIES-RESUBMITTED-CTR    IN CORRECTION-TOTALS
019070       TO TTL-COUNT                  IN TOTAL-LINE.
019080     PERFORM 810000-WRITE-TOTAL-LINE THRU 810000-EXIT.
019090
019100     MOVE SPACES                     TO CORRECTION-REPORT-LINE.
019110     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
019120
019130     MOVE 'CORRECTION FILE RECORDS (FCRRCOR)'
019140       TO TTL-LABEL                  IN TOTAL-LINE.
019150     MOVE OUT-RECORD-COUNT           IN CORRECTION-TOTALS
019160       TO TTL-COUNT                  IN TOTAL-LINE.
019170     PERFORM 810000-WRITE-TOTAL-LINE THRU 810000-EXIT.
019180
019190     MOVE SPACES                     TO HASH-LINE.
019200     MOVE 'CORRECTION FILE POLICY HASH'
019210       TO HSL-LABEL                  IN HASH-LINE.
019220     MOVE OUT-POLICY-HASH            IN CORRECTION-TOTALS
019230       TO HSL-POLICY-HASH            IN HASH-LINE.
019240     MOVE HASH-LINE                  TO CORRECTION-REPORT-LINE.
019250     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
019260
019270     MOVE SPACES                     TO AMOUNT-LINE.
019280     MOVE 'CORRECTION FILE BALANCE HASH'
019290       TO AML-LABEL                  IN AMOUNT-LINE.
019300     MOVE OUT-BALANCE-HASH           IN CORRECTION-TOTALS
019310       TO AML-AMOUNT                 IN AMOUNT-LINE.
019320     MOVE AMOUNT-LINE                TO CORRECTION-REPORT-LINE.
019330     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
019340
019350     IF CARDS-REJECTED-CTR           IN CORRECTION-TOTALS
019360       GREATER THAN ZERO
019370       OR CARDS-HELD-CTR             IN CORRECTION-TOTALS
019380          GREATER THAN ZERO
019390         DISPLAY 'FCRXRCE - CORRECTION CARDS REJECTED OR HELD '
019400                 '- SEE FCRRCRP'
019410         MOVE 8 TO RETURN-CODE
019420     END-IF.
019430
019440     CLOSE CORRECTION-REPORT-FILE.
019450
019460 800000-EXIT.
019470     EXIT.
019480
019490 810000-WRITE-TOTAL-LINE.
019500
019510     MOVE TOTAL-LINE                 TO CORRECTION-REPORT-LINE.
019520     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
019530
019540 810000-EXIT.
019550     EXIT.
019560
019570**************************************************************
019580*  900000-ABEND-ON-FILE-ERROR - COMMON HANDLER FOR A BAD FILE    *
019590*    STATUS ON OPEN, READ, WRITE OR CLOSE.  DISPLAYS THE         *
019600*    OFFENDING FILE AND STATUS CODE AND ABENDS THE RUN.          *
019610**************************************************************
019620 900000-ABEND-ON-FILE-ERROR.
019630
019640     DISPLAY 'FCRXRCE - I/O ERROR ON FILE ' FEC-FILE-ID
019650             ' - FILE STATUS = ' FEC-FILE-STATUS.
019660     MOVE 16 TO RETURN-CODE.
019670     STOP RUN.
019680
019690 900000-EXIT.
019700     EXIT.
