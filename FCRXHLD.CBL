000010 IDENTIFICATION DIVISION.
000020
000030 PROGRAM-ID. FCRXHLD.
000040
000050*TITLE.      POLICY FUND-HISTORY LOAD UTILITY
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
000240* T-0240  Z001801  10/2026  INITIAL VERSION - ADD A CERTIFIED    *
000250*                           CONVERTED FILE TO THE KEYED POLICY   *
000260*                           FUND-HISTORY FILE, ONCE PER RUN      *
000270*                                                                *
000280*=================================================================
000290*                                                                *
000300*  MODULE NARRATIVE                                              *
000310*   THIS IS PART OF THE WMA / V1 FUNDS CONFIGURATION UTILITY     *
000320*    PROCESS.  ONCE A CONVERTED FILE IS RELEASED, ITS FUND       *
000330*    BALANCES WOULD OTHERWISE ONLY BE ON THAT CYCLE'S TAPE.      *
000340*    THIS UTILITY ADDS THE CONVERTED FILE                        *
000360*    (FCRNEWT - CIUAFAN1 FROM FCRFAN1 OR CIUAFVL1 FROM FCRFVL1)  *
000370*    TO THE KEYED POLICY FUND-HISTORY FILE (FCRFHST, CFCRXFH1),  *
000380*    ONE RECORD PER POLICY, EFFECTIVE DATE AND BALANCE           *
000390*    AREA/OCCURRENCE, SO THE HISTORY INQUIRY (FCRXHIQ) CAN SHOW  *
000400*    A POLICY'S FUNDS ACROSS EVERY LOADED PERIOD.                *
000401*                                                                *
000402*   ONLY CERTIFIED OUTPUT IS LOADED.  THE AUDIT CERTIFICATION    *
000403*    RECORD FCRXAUD WRITES (FCRXCRT, CFCRXCF1) IS READ FIRST.    *
000404*    THE FILE IS LOADED ONLY WHEN THAT CERTIFICATION PASSED AND  *
000405*    ITS OUTPUT RUN DATE AND SOURCE JOB ARE THE ONES ON THE      *
000406*    FILE'S CONTROL HEADER.  WITH NO CERTIFICATION, A FAILED ONE *
000407*    OR ONE FOR ANOTHER RUN, THE FILE IS REFUSED - NOTHING IS    *
000408*    LOADED OR REGISTERED AND THE JOB ENDS WITH RETURN CODE 16.  *
000410*                                                                *
000420*   THE FILE MUST START WITH ITS CONTROL HEADER (CFCRXHT1).      *
000430*    THE HEADER'S FILE TRX TYPE SAYS WHICH LAYOUT THE DATA IS    *
000440*    IN (VL, OR AN - SPACES ARE THE DEFAULT ENGINE'S AN), AND    *
000450*    ITS RUN DATE AND SOURCE JOB NAME THE RUN.  CONTROL RECORDS  *
000460*    ARE NEVER LOADED.  A RECORD THE CONVERSION PASSED THROUGH   *
000470*    IN THE OLD FORMAT (REJECTED, BYPASSED OR NOT CONVERTED) IS  *
000480*    COUNTED AND SKIPPED - IT IS NOT A CONVERTED BALANCE.        *
000490*                                                                *
000500*   EVERY RUN LOADED IS REGISTERED ON THE HISTORY LOAD REGISTER  *
000510*    (FCRFHRG, CFCRXHR1) UNDER ITS HEADER RUN DATE AND SOURCE    *
000520*    JOB, BUT ONLY WHEN THE TRAILER HAS PROVED THE DATA RECORD   *
000530*    COUNT.  A FILE WHOSE RUN IS ALREADY REGISTERED IS REFUSED   *
000540*    WITHOUT LOADING ANYTHING AND THE JOB ENDS WITH RETURN CODE  *
000550*    28, AS THE CONVERSION ENGINE DOES FOR A COMMITTED INPUT.    *
000560*    A FILE WITH NO TRAILER OR A COUNT THAT DOES NOT PROVE IS    *
000570*    NOT REGISTERED AND ENDS THE JOB WITH RETURN CODE 16; ONCE   *
000580*    THE FILE IS PUT RIGHT IT IS SIMPLY RUN AGAIN - A HISTORY    *
000590*    RECORD ALREADY WRITTEN BY THE SAME RUN IS REPLACED.         *
000600*                                                                *
000610*   A HISTORY KEY ALREADY HELD BY A DIFFERENT RUN IS LEFT AS IT  *
000620*    IS, LISTED ON THE LOAD REPORT (FCRHLDR) AND ENDS THE JOB    *
000630*    WITH RETURN CODE 8 FOR REVIEW.  BOTH KEYED FILES ARE        *
000640*    CREATED ON FIRST USE.                                       *
000650******************************************************************
000660     EJECT
000670 ENVIRONMENT DIVISION.
000680
000690 INPUT-OUTPUT SECTION.
000700
000710 FILE-CONTROL.
000720
000730     SELECT NEW-TRX-FILE          ASSIGN TO FCRNEWT
000740                                   ORGANIZATION IS SEQUENTIAL
000750                                   FILE STATUS IS FCRNEWT-STATUS.
000760
000770     SELECT FUND-HISTORY-FILE     ASSIGN TO FCRFHST
000780                                   ORGANIZATION IS INDEXED
000790                                   ACCESS MODE IS DYNAMIC
000800                                   RECORD KEY IS FFH-KEY
000810                                     IN FUND-HISTORY-RECORD
000820                                   FILE STATUS IS FCRFHST-STATUS.
000830
000840     SELECT HISTORY-REGISTER-FILE ASSIGN TO FCRFHRG
000850                                   ORGANIZATION IS INDEXED
000860                                   ACCESS MODE IS RANDOM
000870                                   RECORD KEY IS FHR-KEY
000880                                   FILE STATUS IS FCRFHRG-STATUS.
000890
000900     SELECT LOAD-REPORT-FILE      ASSIGN TO FCRHLDR
000910                                   ORGANIZATION IS SEQUENTIAL
000920                                   FILE STATUS IS FCRHLDR-STATUS.
000930
000932     SELECT CERTIFICATION-FILE    ASSIGN TO FCRXCRT
000934                                   ORGANIZATION IS SEQUENTIAL
000936                                   FILE STATUS IS FCRXCRT-STATUS.
000938
000940 DATA DIVISION.
000950
000960 FILE SECTION.
000970
000980 FD  NEW-TRX-FILE.
000990
001000 01  NEW-AN-TRX-REC.                 COPY CIUAFAN1 SUPPRESS.
001010
001020 01  NEW-VL-TRX-REC.                 COPY CIUAFVL1 SUPPRESS.
001030
001040* A RECORD THE CONVERSION PASSED THROUGH UNCHANGED (REJECTED,
001050* BYPASSED OR NOT CONVERTED) IS STILL IN THE OLD, LONGER
001060* FORMAT - UP TO THE OLD VL LENGTH.
001070 01  OLD-FORMAT-TRX-REC              PIC X(801).
001080
001090 FD  FUND-HISTORY-FILE.
001100
001110 01  FUND-HISTORY-RECORD.            COPY CFCRXFH1 SUPPRESS.
001120
001130 FD  HISTORY-REGISTER-FILE.
001140
001150 01  HISTORY-REGISTER-RECORD.        COPY CFCRXHR1 SUPPRESS.
001160
001170 FD  LOAD-REPORT-FILE.
001180
001190 01  LOAD-REPORT-LINE                PIC X(132).
001200
001202 FD  CERTIFICATION-FILE.
001204
001206 01  CERTIFICATION-RECORD.           COPY CFCRXCF1 SUPPRESS.
001208
001210 WORKING-STORAGE SECTION.
001220
001230 01  FILLER                            PIC X(48)  VALUE
001240     'XXXXX FCRXHLD  WORKING STORAGE STARTS HERE XXXXX'.
001250
001260 01  FILE-STATUS-CODES.
001270     05  FCRNEWT-STATUS              PIC X(02).
001280         88  FCRNEWT-STATUS-OK               VALUE '00'.
001290         88  FCRNEWT-STATUS-EOF              VALUE '10'.
001300     05  FCRFHST-STATUS              PIC X(02).
001310         88  FCRFHST-STATUS-OK               VALUE '00'.
001320         88  FCRFHST-STATUS-DUPLICATE        VALUE '22'.
001330         88  FCRFHST-STATUS-NO-FILE          VALUE '35'.
001340     05  FCRFHRG-STATUS              PIC X(02).
001350         88  FCRFHRG-STATUS-OK               VALUE '00'.
001360         88  FCRFHRG-STATUS-NOT-FOUND        VALUE '23'.
001370         88  FCRFHRG-STATUS-NO-FILE          VALUE '35'.
001380     05  FCRHLDR-STATUS              PIC X(02).
001390         88  FCRHLDR-STATUS-OK               VALUE '00'.
001392     05  FCRXCRT-STATUS              PIC X(02).
001394         88  FCRXCRT-STATUS-OK               VALUE '00'.
001396         88  FCRXCRT-STATUS-EOF              VALUE '10'.
001398         88  FCRXCRT-STATUS-NO-FILE          VALUE '35'.
001400
001410 01  FILE-ERROR-CONTROLS.
001420     05  FEC-FILE-ID                 PIC X(08).
001430     05  FEC-FILE-STATUS             PIC X(02).
001440
001450 01  WORK-AREAS.
001460     05  NEW-EOF-SW                  PIC X     VALUE SPACE.
001470         88  NEW-EOF                           VALUE 'Y'.
001480     05  HEADER-SEEN-SW              PIC X     VALUE SPACE.
001490         88  HEADER-SEEN                       VALUE 'Y'.
001500     05  TRAILER-SEEN-SW             PIC X     VALUE SPACE.
001510         88  TRAILER-SEEN                      VALUE 'Y'.
001520     05  TRAILER-PROVED-SW           PIC X     VALUE SPACE.
001530         88  TRAILER-PROVED                    VALUE 'Y'.
001540     05  OUT-OF-ORDER-SW             PIC X     VALUE SPACE.
001550         88  FILE-OUT-OF-ORDER                 VALUE 'Y'.
001560     05  LOAD-REGISTERED-SW          PIC X     VALUE SPACE.
001570         88  LOAD-REGISTERED                   VALUE 'Y'.
001580     05  ALREADY-LOADED-SW           PIC X     VALUE SPACE.
001590         88  RUN-ALREADY-LOADED                VALUE 'Y'.
001591     05  CERTIFICATION-SW            PIC X     VALUE SPACE.
001592         88  CERTIFICATION-MISSING             VALUE SPACE.
001593         88  CERTIFICATION-PASSED              VALUE 'P'.
001594         88  CERTIFICATION-FAILED              VALUE 'F'.
001595     05  NOT-CERTIFIED-SW            PIC X     VALUE SPACE.
001596         88  LOAD-NOT-CERTIFIED                VALUE 'Y'.
001600     05  FILE-TYPE-SW                PIC X     VALUE SPACE.
001610         88  FILE-IS-AN                        VALUE 'A'.
001620         88  FILE-IS-VL                        VALUE 'V'.
001630     05  LOAD-DATE                   PIC 9(08) VALUE ZERO.
001640     05  LOAD-TIME                   PIC 9(08) VALUE ZERO.
001650     05  CONVERTED-LENGTH            PIC S9(04) COMP VALUE ZERO.
001660
001670**************************************************************
001675*  LOAD-RUN-CONTROLS - THE RUN NAMED BY THE FILE'S CONTROL       *
001680*    HEADER.  EVERY HISTORY RECORD LOADED CARRIES IT.  THE       *
001685*    CERTIFIED RUN IS THE ONE THE AUDIT CERTIFICATION NAMES.     *
001700**************************************************************
001710 01  LOAD-RUN-CONTROLS.
001720     05  HLD-RUN-DATE                PIC 9(08) VALUE ZERO.
001730     05  HLD-SOURCE-JOB              PIC X(08) VALUE SPACES.
001740     05  HLD-TRX-TYPE                PIC X(04) VALUE SPACES.
001750     05  HLD-TRAILER-COUNT           PIC 9(09) VALUE ZERO.
001752     05  HLD-CERTIFIED-RUN-DATE      PIC 9(08) VALUE ZERO.
001754     05  HLD-CERTIFIED-SOURCE-JOB    PIC X(08) VALUE SPACES.
001760     05  HLD-AREA-CLASS              PIC X(01).
001770     05  HLD-OCCURRENCE              PIC S9(04) COMP.
001780
001790 01  LOAD-COUNTERS.
001800     05  RECORDS-READ-CTR            PIC S9(09) COMP-3
001810                                      VALUE ZERO.
001820     05  CONTROL-RECORDS-CTR         PIC S9(09) COMP-3
001830                                      VALUE ZERO.
001840     05  DATA-RECORDS-CTR            PIC S9(09) COMP-3
001850                                      VALUE ZERO.
001860     05  CONVERTED-LOADED-CTR        PIC S9(09) COMP-3
001870                                      VALUE ZERO.
001880     05  PASSTHRU-SKIPPED-CTR        PIC S9(09) COMP-3
001890                                      VALUE ZERO.
001900     05  AREAS-ADDED-CTR             PIC S9(09) COMP-3
001910                                      VALUE ZERO.
001920     05  AREAS-RELOADED-CTR          PIC S9(09) COMP-3
001930                                      VALUE ZERO.
001940     05  AREAS-DUPLICATE-CTR         PIC S9(09) COMP-3
001950                                      VALUE ZERO.
001960
001970 01  HISTORY-CONTROL-WORK.           COPY CFCRXHT1 SUPPRESS.
001980
001990 01  HISTORY-RECORD-WORK.            COPY CFCRXFH1 SUPPRESS.
002000
002010 01  LOAD-TOTAL-LINE.
002020     05  LTL-LABEL                   PIC X(40).
002030     05  LTL-VALUE                   PIC ZZZ,ZZZ,ZZ9.
002040     05  FILLER                      PIC X(81)  VALUE SPACES.
002050
002060 01  LOAD-RUN-LINE.
002070     05  FILLER                      PIC X(09)  VALUE
002080         'RUN DATE '.
002090     05  LRL-RUN-DATE                PIC 9(08).
002100     05  FILLER                      PIC X(14)  VALUE
002110         '  SOURCE JOB '.
002120     05  LRL-SOURCE-JOB              PIC X(08).
002130     05  FILLER                      PIC X(12)  VALUE
002140         '  TRX TYPE '.
002150     05  LRL-TRX-TYPE                PIC X(04).
002160     05  FILLER                      PIC X(13)  VALUE
002170         '  LOAD DATE '.
002180     05  LRL-LOAD-DATE               PIC 9(08).
002190     05  FILLER                      PIC X(56)  VALUE SPACES.
002200
002210 01  LOAD-MESSAGE-LINE.
002220     05  LML-TEXT                    PIC X(60).
002230     05  FILLER                      PIC X(72)  VALUE SPACES.
002240
002250 01  DUPLICATE-HEADING.
002260     05  FILLER                      PIC X(12)  VALUE
002270         'POLICY ID   '.
002280     05  FILLER                      PIC X(11)  VALUE
002290         'EFF DATE   '.
002300     05  FILLER                      PIC X(09)  VALUE
002310         'AREA OCC '.
002320     05  FILLER                      PIC X(20)  VALUE
002330         'ON FILE FROM RUN    '.
002340     05  FILLER                      PIC X(06)  VALUE 'REASON'.
002350     05  FILLER                      PIC X(74)  VALUE SPACES.
002360
002370 01  DUPLICATE-DETAIL-LINE.
002380     05  DDL-POLICY-ID               PIC 9(10).
002390     05  FILLER                      PIC X(02)  VALUE SPACES.
002400     05  DDL-EFFECTIVE-DATE          PIC 9(08).
002410     05  FILLER                      PIC X(03)  VALUE SPACES.
002420     05  DDL-BALANCE-AREA            PIC X(01).
002430     05  FILLER                      PIC X(03)  VALUE SPACES.
002440     05  DDL-OCCURRENCE              PIC 9(02).
002450     05  FILLER                      PIC X(03)  VALUE SPACES.
002460     05  DDL-ON-FILE-RUN-DATE        PIC 9(08).
002470     05  FILLER                      PIC X(01)  VALUE SPACE.
002480     05  DDL-ON-FILE-SOURCE-JOB      PIC X(08).
002490     05  FILLER                      PIC X(03)  VALUE SPACES.
002500     05  DDL-REASON                  PIC X(40).
002510     05  FILLER                      PIC X(40)  VALUE SPACES.
002520
002530 01  FILLER                          PIC X(48)  VALUE
002540     'XXXX FCRXHLD  WORKING STORAGE ENDS HERE XXXX'.
002550     EJECT
002560 PROCEDURE DIVISION.
002570
002580 000000-MAINLINE.
002590
002600     PERFORM 100000-INITIALIZATION     THRU 100000-EXIT.
002610
002620     PERFORM 200000-LOAD-ONE-RECORD    THRU 200000-EXIT
002630       UNTIL NEW-EOF                   IN WORK-AREAS.
002640
002650     PERFORM 300000-TERMINATION        THRU 300000-EXIT.
002660
002670 000000-EXIT.
002680     GOBACK.
002690
002700
002710 100000-INITIALIZATION.
002720
002730     OPEN INPUT  NEW-TRX-FILE.
002740     IF NOT FCRNEWT-STATUS-OK
002750         MOVE 'FCRNEWT' TO FEC-FILE-ID
002760         MOVE FCRNEWT-STATUS TO FEC-FILE-STATUS
002770         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
002780     END-IF.
002790* EVERY LOAD ADDS TO THE HISTORY IN PLACE.  A FILE NOT YET
002800* ALLOCATED IS PRIMED EMPTY UNDER OUTPUT AND REOPENED I-O SO
002810* THE LOAD CAN WRITE, READ AND REWRITE BY KEY.
002820     OPEN I-O FUND-HISTORY-FILE.
002830     IF FCRFHST-STATUS-NO-FILE
002840         OPEN OUTPUT FUND-HISTORY-FILE
002850         IF NOT FCRFHST-STATUS-OK
002860             MOVE 'FCRFHST' TO FEC-FILE-ID
002870             MOVE FCRFHST-STATUS TO FEC-FILE-STATUS
002880             PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
002890         END-IF
002900         CLOSE FUND-HISTORY-FILE
002910         OPEN I-O FUND-HISTORY-FILE
002920     END-IF.
002930     IF NOT FCRFHST-STATUS-OK
002940         MOVE 'FCRFHST' TO FEC-FILE-ID
002950         MOVE FCRFHST-STATUS TO FEC-FILE-STATUS
002960         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
002970     END-IF.
002980     OPEN I-O HISTORY-REGISTER-FILE.
002990     IF FCRFHRG-STATUS-NO-FILE
003000         OPEN OUTPUT HISTORY-REGISTER-FILE
003010         IF NOT FCRFHRG-STATUS-OK
003020             MOVE 'FCRFHRG' TO FEC-FILE-ID
003030             MOVE FCRFHRG-STATUS TO FEC-FILE-STATUS
003040             PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
003050         END-IF
003060         CLOSE HISTORY-REGISTER-FILE
003070         OPEN I-O HISTORY-REGISTER-FILE
003080     END-IF.
003090     IF NOT FCRFHRG-STATUS-OK
003100         MOVE 'FCRFHRG' TO FEC-FILE-ID
003110         MOVE FCRFHRG-STATUS TO FEC-FILE-STATUS
003120         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
003130     END-IF.
003140     OPEN OUTPUT LOAD-REPORT-FILE.
003150     IF NOT FCRHLDR-STATUS-OK
003160         MOVE 'FCRHLDR' TO FEC-FILE-ID
003170         MOVE FCRHLDR-STATUS TO FEC-FILE-STATUS
003180         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
003190     END-IF.
003200
003202     PERFORM 110000-READ-CERTIFICATION THRU 110000-EXIT.
003204
003210     ACCEPT LOAD-DATE                IN WORK-AREAS
003220         FROM DATE YYYYMMDD.
003230     ACCEPT LOAD-TIME                IN WORK-AREAS
003240         FROM TIME.
003250
003260 100000-EXIT.
003261     EXIT.
003262
003263**************************************************************
003264*  110000-READ-CERTIFICATION - READS THE AUDIT CERTIFICATION    *
003265*    RECORD FCRXAUD WROTE FOR THE CONVERTED FILE.  NO FILE OR   *
003266*    AN EMPTY ONE LEAVES THE LOAD UNCERTIFIED; THE HEADER IS    *
003267*    PROVED AGAINST WHAT IS READ IN 210000-PROCESS-HEADER.      *
003268**************************************************************
003269 110000-READ-CERTIFICATION.
003270
003271     OPEN INPUT CERTIFICATION-FILE.
003272     IF FCRXCRT-STATUS-NO-FILE
003273         GO TO 110000-EXIT
003274     END-IF.
003275     IF NOT FCRXCRT-STATUS-OK
003276         MOVE 'FCRXCRT' TO FEC-FILE-ID
003277         MOVE FCRXCRT-STATUS TO FEC-FILE-STATUS
003278         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
003279     END-IF.
003280
003281     READ CERTIFICATION-FILE.
003282     IF FCRXCRT-STATUS-EOF
003283         CLOSE CERTIFICATION-FILE
003284         GO TO 110000-EXIT
003285     END-IF.
003286     IF NOT FCRXCRT-STATUS-OK
003287         MOVE 'FCRXCRT' TO FEC-FILE-ID
003288         MOVE FCRXCRT-STATUS TO FEC-FILE-STATUS
003289         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
003290     END-IF.
003291
003292     MOVE FCF-OUTPUT-RUN-DATE        IN CERTIFICATION-RECORD
003293       TO HLD-CERTIFIED-RUN-DATE     IN LOAD-RUN-CONTROLS.
003294     MOVE FCF-OUTPUT-SOURCE-JOB      IN CERTIFICATION-RECORD
003295       TO HLD-CERTIFIED-SOURCE-JOB   IN LOAD-RUN-CONTROLS.
003296     IF FCF-CERTIFIED                IN CERTIFICATION-RECORD
003297         SET CERTIFICATION-PASSED    IN WORK-AREAS TO TRUE
003298     ELSE
003299         SET CERTIFICATION-FAILED    IN WORK-AREAS TO TRUE
003300     END-IF.
003301
003302     CLOSE CERTIFICATION-FILE.
003303
003304 110000-EXIT.
003305     EXIT.
003306
003307**************************************************************
003308*  200000-LOAD-ONE-RECORD - READS THE NEXT RECORD OF THE        *
003310*    CONVERTED FILE AND ROUTES IT: THE CONTROL HEADER (WHICH    *
003320*    MUST COME FIRST), THE CONTROL TRAILER (WHICH MUST COME     *
003330*    LAST), A PASSED-THROUGH OLD-FORMAT RECORD (SKIPPED) OR A   *
003340*    CONVERTED RECORD (LOADED).                                 *
003350**************************************************************
003360 200000-LOAD-ONE-RECORD.
003370
003380     READ NEW-TRX-FILE.
003390
003400     IF FCRNEWT-STATUS-EOF
003410         SET NEW-EOF                 IN WORK-AREAS TO TRUE
003420         GO TO 200000-EXIT
003430     END-IF.
003440
003450     IF NOT FCRNEWT-STATUS-OK
003460         MOVE 'FCRNEWT' TO FEC-FILE-ID
003470         MOVE FCRNEWT-STATUS TO FEC-FILE-STATUS
003480         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
003490     END-IF.
003500
003510     ADD 1 TO RECORDS-READ-CTR       IN LOAD-COUNTERS.
003520
003530     MOVE NEW-AN-TRX-REC (1 : LENGTH OF HISTORY-CONTROL-WORK)
003540       TO HISTORY-CONTROL-WORK.
003550
003560     IF NOT HEADER-SEEN              IN WORK-AREAS
003570         PERFORM 210000-PROCESS-HEADER THRU 210000-EXIT
003580         GO TO 200000-EXIT
003590     END-IF.
003600
003610* NOTHING MAY FOLLOW THE TRAILER, AND THERE IS ONE HEADER.
003620* EITHER WAY THE FILE IS NOT WHAT THE CONVERSION WROTE - THE
003630* LOAD STOPS WHERE IT IS AND THE RUN IS NOT REGISTERED.
003640     IF TRAILER-SEEN                 IN WORK-AREAS
003650       OR FHT-HEADER-RECORD          IN HISTORY-CONTROL-WORK
003660         DISPLAY 'FCRXHLD - CONTROL RECORDS OUT OF ORDER AT '
003670                 'RECORD ' RECORDS-READ-CTR IN LOAD-COUNTERS
003680         SET FILE-OUT-OF-ORDER       IN WORK-AREAS TO TRUE
003690         SET NEW-EOF                 IN WORK-AREAS TO TRUE
003700         GO TO 200000-EXIT
003710     END-IF.
003720
003730     IF FHT-TRAILER-RECORD           IN HISTORY-CONTROL-WORK
003740         PERFORM 220000-PROCESS-TRAILER THRU 220000-EXIT
003750         GO TO 200000-EXIT
003760     END-IF.
003770
003780     ADD 1 TO DATA-RECORDS-CTR       IN LOAD-COUNTERS.
003790
003800     IF FHT-RDW-LENGTH               IN HISTORY-CONTROL-WORK
003810       NOT EQUAL CONVERTED-LENGTH    IN WORK-AREAS
003820         ADD 1 TO PASSTHRU-SKIPPED-CTR IN LOAD-COUNTERS
003830         GO TO 200000-EXIT
003840     END-IF.
003850
003860     PERFORM 230000-LOAD-CONVERTED-RECORD THRU 230000-EXIT.
003870
003880 200000-EXIT.
003890     EXIT.
003900
003910**************************************************************
003920*  210000-PROCESS-HEADER - THE FIRST RECORD MUST BE THE FILE'S  *
003930*    CONTROL HEADER.  IT NAMES THE RUN AND THE DATA LAYOUT.     *
003935*    A RUN THE AUDIT DID NOT CERTIFY, OR ONE ALREADY ON THE     *
003940*    HISTORY LOAD REGISTER, IS REFUSED AND NOTHING ON THE FILE  *
003945*    IS LOADED.                                                 *
003960**************************************************************
003970 210000-PROCESS-HEADER.
003980
003990     IF NOT FHT-HEADER-RECORD        IN HISTORY-CONTROL-WORK
004000         DISPLAY 'FCRXHLD - FIRST RECORD IS NOT A CONTROL '
004010                 'HEADER - FILE NOT LOADED'
004020         MOVE 16 TO RETURN-CODE
004030         STOP RUN
004040     END-IF.
004050
004060     SET HEADER-SEEN                 IN WORK-AREAS TO TRUE.
004070     ADD 1 TO CONTROL-RECORDS-CTR    IN LOAD-COUNTERS.
004080
004090     MOVE FHT-RUN-DATE               IN HISTORY-CONTROL-WORK
004100       TO HLD-RUN-DATE               IN LOAD-RUN-CONTROLS.
004110     MOVE FHT-SOURCE-JOB             IN HISTORY-CONTROL-WORK
004120       TO HLD-SOURCE-JOB             IN LOAD-RUN-CONTROLS.
004130
004140* SPACES ARE A LEGACY FILE FROM THE DEFAULT ENGINE, WHICH IS AN.
004150     IF FHT-FILE-TRX-TYPE            IN HISTORY-CONTROL-WORK
004160       EQUAL 'VL  '
004170         SET FILE-IS-VL              IN WORK-AREAS TO TRUE
004180         MOVE 'VL  '
004190           TO HLD-TRX-TYPE           IN LOAD-RUN-CONTROLS
004200         MOVE LENGTH OF NEW-VL-TRX-REC
004210           TO CONVERTED-LENGTH       IN WORK-AREAS
004220     ELSE
004230         SET FILE-IS-AN              IN WORK-AREAS TO TRUE
004240         MOVE 'AN  '
004250           TO HLD-TRX-TYPE           IN LOAD-RUN-CONTROLS
004260         MOVE LENGTH OF NEW-AN-TRX-REC
004270           TO CONVERTED-LENGTH       IN WORK-AREAS
004280     END-IF.
004290
004291* ONLY THE RUN FCRXAUD CERTIFIED MAY BE LOADED.  ANYTHING ELSE
004292* IS REFUSED BEFORE THE REGISTER IS EVEN CONSULTED.
004293     IF NOT CERTIFICATION-PASSED     IN WORK-AREAS
004294       OR HLD-CERTIFIED-RUN-DATE     IN LOAD-RUN-CONTROLS
004295          NOT EQUAL HLD-RUN-DATE     IN LOAD-RUN-CONTROLS
004296       OR HLD-CERTIFIED-SOURCE-JOB   IN LOAD-RUN-CONTROLS
004297          NOT EQUAL HLD-SOURCE-JOB   IN LOAD-RUN-CONTROLS
004298         PERFORM 211000-REFUSE-UNCERTIFIED THRU 211000-EXIT
004299         GO TO 210000-EXIT
004300     END-IF.
004301
004302     MOVE HLD-RUN-DATE               IN LOAD-RUN-CONTROLS
004310       TO FHR-RUN-DATE               IN HISTORY-REGISTER-RECORD.
004320     MOVE HLD-SOURCE-JOB             IN LOAD-RUN-CONTROLS
004330       TO FHR-SOURCE-JOB             IN HISTORY-REGISTER-RECORD.
004340
004350     READ HISTORY-REGISTER-FILE.
004360
004370     IF FCRFHRG-STATUS-NOT-FOUND
004380         GO TO 210000-EXIT
004390     END-IF.
004400
004410     IF NOT FCRFHRG-STATUS-OK
004420         MOVE 'FCRFHRG' TO FEC-FILE-ID
004430         MOVE FCRFHRG-STATUS TO FEC-FILE-STATUS
004440         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
004450     END-IF.
004460
004470     DISPLAY 'FCRXHLD - RUN '
004480             HLD-RUN-DATE            IN LOAD-RUN-CONTROLS
004490             ' FROM ' HLD-SOURCE-JOB IN LOAD-RUN-CONTROLS
004500             ' WAS ALREADY LOADED ON '
004510             FHR-LOAD-DATE           IN HISTORY-REGISTER-RECORD
004520             ' - NOTHING ADDED'.
004530     SET RUN-ALREADY-LOADED          IN WORK-AREAS TO TRUE.
004540     SET NEW-EOF                     IN WORK-AREAS TO TRUE.
004550
004560 210000-EXIT.
004561     EXIT.
004562
004563**************************************************************
004564*  211000-REFUSE-UNCERTIFIED - SAYS WHY THE FILE IS NOT         *
004565*    CERTIFIED FOR ITS RUN AND ENDS THE LOAD BEFORE ANYTHING    *
004566*    IS ADDED.  THE RUN IS NOT REGISTERED.                      *
004567**************************************************************
004568 211000-REFUSE-UNCERTIFIED.
004569
004570     EVALUATE TRUE
004571       WHEN CERTIFICATION-MISSING    IN WORK-AREAS
004572         DISPLAY 'FCRXHLD - NO AUDIT CERTIFICATION (FCRXCRT) - '
004573                 'FILE NOT LOADED'
004574       WHEN CERTIFICATION-FAILED     IN WORK-AREAS
004575         DISPLAY 'FCRXHLD - AUDIT CERTIFICATION FAILED FOR RUN '
004576                 HLD-CERTIFIED-RUN-DATE IN LOAD-RUN-CONTROLS
004577                 ' FROM '
004578                 HLD-CERTIFIED-SOURCE-JOB IN LOAD-RUN-CONTROLS
004579                 ' - FILE NOT LOADED'
004580       WHEN OTHER
004581         DISPLAY 'FCRXHLD - CERTIFICATION IS FOR RUN '
004582                 HLD-CERTIFIED-RUN-DATE IN LOAD-RUN-CONTROLS
004583                 ' FROM '
004584                 HLD-CERTIFIED-SOURCE-JOB IN LOAD-RUN-CONTROLS
004585                 ', NOT RUN '
004586                 HLD-RUN-DATE            IN LOAD-RUN-CONTROLS
004587                 ' FROM ' HLD-SOURCE-JOB IN LOAD-RUN-CONTROLS
004588                 ' - FILE NOT LOADED'
004589     END-EVALUATE.
004590     SET LOAD-NOT-CERTIFIED          IN WORK-AREAS TO TRUE.
004591     SET NEW-EOF                     IN WORK-AREAS TO TRUE.
004592
004593 211000-EXIT.
004594     EXIT.
004595
004596**************************************************************
004600*  220000-PROCESS-TRAILER - THE TRAILER'S DATA RECORD COUNT     *
004610*    COVERS CONVERTED AND PASSED-THROUGH RECORDS ALIKE.  WHEN   *
004620*    IT AGREES WITH THE RECORDS READ, THE WHOLE FILE IS ON THE  *
004630*    HISTORY AND THE RUN IS REGISTERED AT TERMINATION.          *
004640**************************************************************
004650 220000-PROCESS-TRAILER.
004660
004670     SET TRAILER-SEEN                IN WORK-AREAS TO TRUE.
004680     ADD 1 TO CONTROL-RECORDS-CTR    IN LOAD-COUNTERS.
004690
004700     MOVE FHT-RECORD-COUNT           IN HISTORY-CONTROL-WORK
004710       TO HLD-TRAILER-COUNT          IN LOAD-RUN-CONTROLS.
004720
004730     IF HLD-TRAILER-COUNT            IN LOAD-RUN-CONTROLS
004740       NOT EQUAL DATA-RECORDS-CTR    IN LOAD-COUNTERS
004750         DISPLAY 'FCRXHLD - TRAILER COUNT '
004760                 HLD-TRAILER-COUNT   IN LOAD-RUN-CONTROLS
004770                 ' DOES NOT AGREE WITH DATA RECORDS READ'
004780         GO TO 220000-EXIT
004790     END-IF.
004800
004810     SET TRAILER-PROVED              IN WORK-AREAS TO TRUE.
004820
004830 220000-EXIT.
004840     EXIT.
004850
004860 221000-REGISTER-LOAD.
004870
004880     MOVE SPACES                     TO HISTORY-REGISTER-RECORD.
004890     MOVE HLD-RUN-DATE               IN LOAD-RUN-CONTROLS
004900       TO FHR-RUN-DATE               IN HISTORY-REGISTER-RECORD.
004910     MOVE HLD-SOURCE-JOB             IN LOAD-RUN-CONTROLS
004920       TO FHR-SOURCE-JOB             IN HISTORY-REGISTER-RECORD.
004930     MOVE HLD-TRX-TYPE               IN LOAD-RUN-CONTROLS
004940       TO FHR-TRX-TYPE               IN HISTORY-REGISTER-RECORD.
004950     MOVE LOAD-DATE                  IN WORK-AREAS
004960       TO FHR-LOAD-DATE              IN HISTORY-REGISTER-RECORD.
004970     MOVE LOAD-TIME                  IN WORK-AREAS
004980       TO FHR-LOAD-TIME              IN HISTORY-REGISTER-RECORD.
004990     MOVE CONVERTED-LOADED-CTR       IN LOAD-COUNTERS
005000       TO FHR-RECORDS-LOADED         IN HISTORY-REGISTER-RECORD.
005010     COMPUTE FHR-AREAS-LOADED        IN HISTORY-REGISTER-RECORD
005020         = AREAS-ADDED-CTR           IN LOAD-COUNTERS
005030         + AREAS-RELOADED-CTR        IN LOAD-COUNTERS.
005040     MOVE PASSTHRU-SKIPPED-CTR       IN LOAD-COUNTERS
005050       TO FHR-PASSTHRU-SKIPPED       IN HISTORY-REGISTER-RECORD.
005060
005070     WRITE HISTORY-REGISTER-RECORD.
005080     IF NOT FCRFHRG-STATUS-OK
005090         MOVE 'FCRFHRG' TO FEC-FILE-ID
005100         MOVE FCRFHRG-STATUS TO FEC-FILE-STATUS
005110         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
005120     END-IF.
005130
005140     SET LOAD-REGISTERED             IN WORK-AREAS TO TRUE.
005150
005160 221000-EXIT.
005170     EXIT.
005180
005190**************************************************************
005200*  230000-LOAD-CONVERTED-RECORD - STAGES THE RECORD'S KEY AND   *
005210*    RUN DETAILS, THEN LOADS ITS SIX BALANCE AREAS (BEGIN 1-3,  *
005220*    END 1-3) AS SIX HISTORY RECORDS.                           *
005230**************************************************************
005240 230000-LOAD-CONVERTED-RECORD.
005250
005260     ADD 1 TO CONVERTED-LOADED-CTR   IN LOAD-COUNTERS.
005270
005280     MOVE SPACES                     TO HISTORY-RECORD-WORK.
005290
005300     IF FILE-IS-VL                   IN WORK-AREAS
005310         MOVE TRX-POLICY-ID          IN TRX-INFO
005320                                     IN NEW-VL-TRX-REC
005330           TO FFH-POLICY-ID          IN HISTORY-RECORD-WORK
005340         MOVE TRX-EFFECTIVE-DATE     IN TRX-INFO
005350                                     IN NEW-VL-TRX-REC
005360           TO FFH-EFFECTIVE-DATE     IN HISTORY-RECORD-WORK
005370         MOVE TRX-PLAN-CODE          IN TRX-INFO
005380                                     IN NEW-VL-TRX-REC
005390           TO FFH-PLAN-CODE          IN HISTORY-RECORD-WORK
005400         MOVE TRX-RECORD-NUMBER      IN TRX-INFO
005410                                     IN NEW-VL-TRX-REC
005420           TO FFH-RECORD-NUMBER      IN HISTORY-RECORD-WORK
005430         MOVE 9
005440           TO FFH-SLOT-COUNT         IN HISTORY-RECORD-WORK
005450     ELSE
005460         MOVE TRX-POLICY-ID          IN TRX-INFO
005470                                     IN NEW-AN-TRX-REC
005480           TO FFH-POLICY-ID          IN HISTORY-RECORD-WORK
005490         MOVE TRX-EFFECTIVE-DATE     IN TRX-INFO
005500                                     IN NEW-AN-TRX-REC
005510           TO FFH-EFFECTIVE-DATE     IN HISTORY-RECORD-WORK
005520         MOVE TRX-PLAN-CODE          IN TRX-INFO
005530                                     IN NEW-AN-TRX-REC
005540           TO FFH-PLAN-CODE          IN HISTORY-RECORD-WORK
005550         MOVE TRX-RECORD-NUMBER      IN TRX-INFO
005560                                     IN NEW-AN-TRX-REC
005570           TO FFH-RECORD-NUMBER      IN HISTORY-RECORD-WORK
005580         MOVE 8
005590           TO FFH-SLOT-COUNT         IN HISTORY-RECORD-WORK
005600     END-IF.
005610
005620     MOVE HLD-TRX-TYPE               IN LOAD-RUN-CONTROLS
005630       TO FFH-TRX-TYPE               IN HISTORY-RECORD-WORK.
005640     MOVE HLD-RUN-DATE               IN LOAD-RUN-CONTROLS
005650       TO FFH-RUN-DATE               IN HISTORY-RECORD-WORK.
005660     MOVE HLD-SOURCE-JOB             IN LOAD-RUN-CONTROLS
005670       TO FFH-SOURCE-JOB             IN HISTORY-RECORD-WORK.
005680     MOVE LOAD-DATE                  IN WORK-AREAS
005690       TO FFH-LOAD-DATE              IN HISTORY-RECORD-WORK.
005700
005710     MOVE 'B' TO HLD-AREA-CLASS      IN LOAD-RUN-CONTROLS.
005720     MOVE 1   TO HLD-OCCURRENCE      IN LOAD-RUN-CONTROLS.
005730     PERFORM 231000-LOAD-ONE-AREA    THRU 231000-EXIT
005740       UNTIL HLD-OCCURRENCE          IN LOAD-RUN-CONTROLS
005750             GREATER THAN 3.
005760
005770     MOVE 'E' TO HLD-AREA-CLASS      IN LOAD-RUN-CONTROLS.
005780     MOVE 1   TO HLD-OCCURRENCE      IN LOAD-RUN-CONTROLS.
005790     PERFORM 231000-LOAD-ONE-AREA    THRU 231000-EXIT
005800       UNTIL HLD-OCCURRENCE          IN LOAD-RUN-CONTROLS
005810             GREATER THAN 3.
005820
005830 230000-EXIT.
005840     EXIT.
005850
005860**************************************************************
005870*  231000-LOAD-ONE-AREA - COPIES THE BALANCE AREA NAMED BY      *
005880*    HLD-AREA-CLASS/HLD-OCCURRENCE INTO THE HISTORY IMAGE.  AN  *
005890*    AN AREA'S EIGHT SLOTS LEAVE THE NINTH HISTORY SLOT SPACES. *
005900**************************************************************
005910 231000-LOAD-ONE-AREA.
005920
005930     MOVE HLD-AREA-CLASS             IN LOAD-RUN-CONTROLS
005940       TO FFH-BALANCE-AREA           IN HISTORY-RECORD-WORK.
005950     MOVE HLD-OCCURRENCE             IN LOAD-RUN-CONTROLS
005960       TO FFH-OCCURRENCE-NUMBER      IN HISTORY-RECORD-WORK.
005970
005980     EVALUATE TRUE
005990       WHEN FILE-IS-VL               IN WORK-AREAS
006000        AND FFH-BEGIN-BALANCE-AREA   IN HISTORY-RECORD-WORK
006010         MOVE BB-BALANCE-TYPE        IN NEW-VL-TRX-REC
006020                                     (HLD-OCCURRENCE)
006030           TO FFH-BALANCE-TYPE       IN HISTORY-RECORD-WORK
006040         MOVE BB-BALANCE-DATE        IN NEW-VL-TRX-REC
006050                                     (HLD-OCCURRENCE)
006060           TO FFH-BALANCE-DATE       IN HISTORY-RECORD-WORK
006070         MOVE FUND-INFO-ARRAY        IN BEGIN-BALANCES
006080                                     IN NEW-VL-TRX-REC
006090                                     (HLD-OCCURRENCE)
006100           TO FFH-FUND-INFO-ARRAY    IN HISTORY-RECORD-WORK
006110       WHEN FILE-IS-VL               IN WORK-AREAS
006120         MOVE EB-BALANCE-TYPE        IN NEW-VL-TRX-REC
006130                                     (HLD-OCCURRENCE)
006140           TO FFH-BALANCE-TYPE       IN HISTORY-RECORD-WORK
006150         MOVE EB-BALANCE-DATE        IN NEW-VL-TRX-REC
006160                                     (HLD-OCCURRENCE)
006170           TO FFH-BALANCE-DATE       IN HISTORY-RECORD-WORK
006180         MOVE FUND-INFO-ARRAY        IN END-BALANCES
006190                                     IN NEW-VL-TRX-REC
006200                                     (HLD-OCCURRENCE)
006210           TO FFH-FUND-INFO-ARRAY    IN HISTORY-RECORD-WORK
006220       WHEN FFH-BEGIN-BALANCE-AREA   IN HISTORY-RECORD-WORK
006230         MOVE BB-BALANCE-TYPE        IN NEW-AN-TRX-REC
006240                                     (HLD-OCCURRENCE)
006250           TO FFH-BALANCE-TYPE       IN HISTORY-RECORD-WORK
006260         MOVE BB-BALANCE-DATE        IN NEW-AN-TRX-REC
006270                                     (HLD-OCCURRENCE)
006280           TO FFH-BALANCE-DATE       IN HISTORY-RECORD-WORK
006290         MOVE FUND-INFO-ARRAY        IN BEGIN-BALANCES
006300                                     IN NEW-AN-TRX-REC
006310                                     (HLD-OCCURRENCE)
006320           TO FFH-FUND-INFO-ARRAY    IN HISTORY-RECORD-WORK
006330       WHEN OTHER
006340         MOVE EB-BALANCE-TYPE        IN NEW-AN-TRX-REC
006350                                     (HLD-OCCURRENCE)
006360           TO FFH-BALANCE-TYPE       IN HISTORY-RECORD-WORK
006370         MOVE EB-BALANCE-DATE        IN NEW-AN-TRX-REC
006380                                     (HLD-OCCURRENCE)
006390           TO FFH-BALANCE-DATE       IN HISTORY-RECORD-WORK
006400         MOVE FUND-INFO-ARRAY        IN END-BALANCES
006410                                     IN NEW-AN-TRX-REC
006420                                     (HLD-OCCURRENCE)
006430           TO FFH-FUND-INFO-ARRAY    IN HISTORY-RECORD-WORK
006440     END-EVALUATE.
006450
006460     PERFORM 232000-WRITE-HISTORY-AREA THRU 232000-EXIT.
006470
006480     ADD 1 TO HLD-OCCURRENCE         IN LOAD-RUN-CONTROLS.
006490
006500 231000-EXIT.
006510     EXIT.
006520
006530**************************************************************
006540*  232000-WRITE-HISTORY-AREA - ADDS THE HISTORY RECORD.  A KEY  *
006550*    ALREADY ON FILE FROM THIS SAME RUN IS A RESTARTED LOAD     *
006560*    AND IS REPLACED; ONE FROM ANY OTHER RUN IS KEPT AS IT IS   *
006570*    AND LISTED FOR REVIEW.                                     *
006580**************************************************************
006590 232000-WRITE-HISTORY-AREA.
006600
006610     MOVE HISTORY-RECORD-WORK        TO FUND-HISTORY-RECORD.
006620
006630     WRITE FUND-HISTORY-RECORD.
006640
006650     IF FCRFHST-STATUS-OK
006660         ADD 1 TO AREAS-ADDED-CTR    IN LOAD-COUNTERS
006670         GO TO 232000-EXIT
006680     END-IF.
006690
006700     IF NOT FCRFHST-STATUS-DUPLICATE
006710         MOVE 'FCRFHST' TO FEC-FILE-ID
006720         MOVE FCRFHST-STATUS TO FEC-FILE-STATUS
006730         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
006740     END-IF.
006750
006760     READ FUND-HISTORY-FILE.
006770     IF NOT FCRFHST-STATUS-OK
006780         MOVE 'FCRFHST' TO FEC-FILE-ID
006790         MOVE FCRFHST-STATUS TO FEC-FILE-STATUS
006800         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
006810     END-IF.
006820
006830     IF FFH-RUN-DATE                 IN FUND-HISTORY-RECORD
006840       EQUAL HLD-RUN-DATE            IN LOAD-RUN-CONTROLS
006850       AND FFH-SOURCE-JOB            IN FUND-HISTORY-RECORD
006860           EQUAL HLD-SOURCE-JOB      IN LOAD-RUN-CONTROLS
006870         MOVE HISTORY-RECORD-WORK    TO FUND-HISTORY-RECORD
006880         REWRITE FUND-HISTORY-RECORD
006890         IF NOT FCRFHST-STATUS-OK
006900             MOVE 'FCRFHST' TO FEC-FILE-ID
006910             MOVE FCRFHST-STATUS TO FEC-FILE-STATUS
006920             PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
006930         END-IF
006940         ADD 1 TO AREAS-RELOADED-CTR IN LOAD-COUNTERS
006950         GO TO 232000-EXIT
006960     END-IF.
006970
006980     ADD 1 TO AREAS-DUPLICATE-CTR    IN LOAD-COUNTERS.
006990
007000     IF AREAS-DUPLICATE-CTR          IN LOAD-COUNTERS
007010       EQUAL 1
007020         MOVE 'HISTORY KEYS ALREADY HELD BY ANOTHER RUN - KEPT'
007030           TO LML-TEXT               IN LOAD-MESSAGE-LINE
007040         WRITE LOAD-REPORT-LINE      FROM LOAD-MESSAGE-LINE
007050         WRITE LOAD-REPORT-LINE      FROM DUPLICATE-HEADING
007060     END-IF.
007070
007080     MOVE FFH-POLICY-ID              IN FUND-HISTORY-RECORD
007090       TO DDL-POLICY-ID              IN DUPLICATE-DETAIL-LINE.
007100     MOVE FFH-EFFECTIVE-DATE         IN FUND-HISTORY-RECORD
007110       TO DDL-EFFECTIVE-DATE         IN DUPLICATE-DETAIL-LINE.
007120     MOVE FFH-BALANCE-AREA           IN FUND-HISTORY-RECORD
007130       TO DDL-BALANCE-AREA           IN DUPLICATE-DETAIL-LINE.
007140     MOVE FFH-OCCURRENCE-NUMBER      IN FUND-HISTORY-RECORD
007150       TO DDL-OCCURRENCE             IN DUPLICATE-DETAIL-LINE.
007160     MOVE FFH-RUN-DATE               IN FUND-HISTORY-RECORD
007170       TO DDL-ON-FILE-RUN-DATE       IN DUPLICATE-DETAIL-LINE.
007180     MOVE FFH-SOURCE-JOB             IN FUND-HISTORY-RECORD
007190       TO DDL-ON-FILE-SOURCE-JOB     IN DUPLICATE-DETAIL-LINE.
007200     MOVE 'SAME POLICY, DATE AND AREA - NOT REPLACED'
007210       TO DDL-REASON                 IN DUPLICATE-DETAIL-LINE.
007220     WRITE LOAD-REPORT-LINE          FROM DUPLICATE-DETAIL-LINE.
007230
007240 232000-EXIT.
007250     EXIT.
007260
007270**************************************************************
007280*  300000-TERMINATION - PRINTS THE LOAD SUMMARY AND SETS THE    *
007290*    RETURN CODE: 28 FOR A RUN ALREADY LOADED, 16 FOR A FILE    *
007300*    NOT CERTIFIED FOR ITS RUN OR ONE THAT COULD NOT BE         *
007310*    REGISTERED, 8 WHEN KEYS HELD BY ANOTHER RUN WERE LISTED.   *
007320**************************************************************
007330 300000-TERMINATION.
007340
007350     IF TRAILER-PROVED               IN WORK-AREAS
007360       AND NOT FILE-OUT-OF-ORDER     IN WORK-AREAS
007365       AND NOT LOAD-NOT-CERTIFIED    IN WORK-AREAS
007370         PERFORM 221000-REGISTER-LOAD THRU 221000-EXIT
007380     END-IF.
007390
007400     MOVE 'POLICY FUND-HISTORY LOAD SUMMARY'
007410       TO LOAD-REPORT-LINE.
007420     WRITE LOAD-REPORT-LINE.
007430
007440     MOVE HLD-RUN-DATE               IN LOAD-RUN-CONTROLS
007450       TO LRL-RUN-DATE               IN LOAD-RUN-LINE.
007460     MOVE HLD-SOURCE-JOB             IN LOAD-RUN-CONTROLS
007470       TO LRL-SOURCE-JOB             IN LOAD-RUN-LINE.
007480     MOVE HLD-TRX-TYPE               IN LOAD-RUN-CONTROLS
007490       TO LRL-TRX-TYPE               IN LOAD-RUN-LINE.
007500     MOVE LOAD-DATE                  IN WORK-AREAS
007510       TO LRL-LOAD-DATE              IN LOAD-RUN-LINE.
007520     WRITE LOAD-REPORT-LINE          FROM LOAD-RUN-LINE.
007530
007540     EVALUATE TRUE
007550       WHEN RUN-ALREADY-LOADED       IN WORK-AREAS
007560         MOVE 'RUN ALREADY LOADED - REFUSED, NOTHING ADDED'
007562           TO LML-TEXT               IN LOAD-MESSAGE-LINE
007564       WHEN LOAD-NOT-CERTIFIED       IN WORK-AREAS
007566         MOVE 'RUN NOT CERTIFIED - REFUSED, NOTHING ADDED'
007570           TO LML-TEXT               IN LOAD-MESSAGE-LINE
007580       WHEN NOT HEADER-SEEN          IN WORK-AREAS
007590         MOVE 'FILE IS EMPTY - NO CONTROL HEADER, NOTHING ADDED'
007600           TO LML-TEXT               IN LOAD-MESSAGE-LINE
007610       WHEN LOAD-REGISTERED          IN WORK-AREAS
007620         MOVE 'TRAILER PROVED - RUN REGISTERED AS LOADED'
007630           TO LML-TEXT               IN LOAD-MESSAGE-LINE
007640       WHEN FILE-OUT-OF-ORDER        IN WORK-AREAS
007650         MOVE 'CONTROL RECORDS OUT OF ORDER - RUN NOT REGISTERED'
007660           TO LML-TEXT               IN LOAD-MESSAGE-LINE
007670       WHEN TRAILER-SEEN             IN WORK-AREAS
007680         MOVE 'TRAILER COUNT DISAGREES - RUN NOT REGISTERED'
007690           TO LML-TEXT               IN LOAD-MESSAGE-LINE
007700       WHEN OTHER
007710         MOVE 'NO CONTROL TRAILER - RUN NOT REGISTERED'
007720           TO LML-TEXT               IN LOAD-MESSAGE-LINE
007730     END-EVALUATE.
007740     WRITE LOAD-REPORT-LINE          FROM LOAD-MESSAGE-LINE.
007750
007760     MOVE SPACES                     TO LOAD-TOTAL-LINE.
007770     MOVE 'RECORDS READ'              TO LTL-LABEL.
007780     MOVE RECORDS-READ-CTR           IN LOAD-COUNTERS
007790       TO LTL-VALUE.
007800     WRITE LOAD-REPORT-LINE          FROM LOAD-TOTAL-LINE.
007810
007820     MOVE SPACES                     TO LOAD-TOTAL-LINE.
007830     MOVE 'CONTROL RECORDS'           TO LTL-LABEL.
007840     MOVE CONTROL-RECORDS-CTR        IN LOAD-COUNTERS
007850       TO LTL-VALUE.
007860     WRITE LOAD-REPORT-LINE          FROM LOAD-TOTAL-LINE.
007870
007880     MOVE SPACES                     TO LOAD-TOTAL-LINE.
007890     MOVE 'TRAILER DATA RECORD COUNT' TO LTL-LABEL.
007900     MOVE HLD-TRAILER-COUNT          IN LOAD-RUN-CONTROLS
007910       TO LTL-VALUE.
007920     WRITE LOAD-REPORT-LINE          FROM LOAD-TOTAL-LINE.
007930
007940     MOVE SPACES                     TO LOAD-TOTAL-LINE.
007950     MOVE 'CONVERTED RECORDS LOADED'  TO LTL-LABEL.
007960     MOVE CONVERTED-LOADED-CTR       IN LOAD-COUNTERS
007970       TO LTL-VALUE.
007980     WRITE LOAD-REPORT-LINE          FROM LOAD-TOTAL-LINE.
007990
008000     MOVE SPACES                     TO LOAD-TOTAL-LINE.
008010     MOVE 'PASSED-THROUGH RECORDS SKIPPED'
008020                                     TO LTL-LABEL.
008030     MOVE PASSTHRU-SKIPPED-CTR       IN LOAD-COUNTERS
008040       TO LTL-VALUE.
008050     WRITE LOAD-REPORT-LINE          FROM LOAD-TOTAL-LINE.
008060
008070     MOVE SPACES                     TO LOAD-TOTAL-LINE.
008080     MOVE 'HISTORY AREAS ADDED'       TO LTL-LABEL.
008090     MOVE AREAS-ADDED-CTR            IN LOAD-COUNTERS
008100       TO LTL-VALUE.
008110     WRITE LOAD-REPORT-LINE          FROM LOAD-TOTAL-LINE.
008120
008130     MOVE SPACES                     TO LOAD-TOTAL-LINE.
008140     MOVE 'HISTORY AREAS REPLACED ON RESTART'
008150                                     TO LTL-LABEL.
008160     MOVE AREAS-RELOADED-CTR         IN LOAD-COUNTERS
008170       TO LTL-VALUE.
008180     WRITE LOAD-REPORT-LINE          FROM LOAD-TOTAL-LINE.
008190
008200     MOVE SPACES                     TO LOAD-TOTAL-LINE.
008210     MOVE 'HISTORY AREAS HELD BY ANOTHER RUN'
008220                                     TO LTL-LABEL.
008230     MOVE AREAS-DUPLICATE-CTR        IN LOAD-COUNTERS
008240       TO LTL-VALUE.
008250     WRITE LOAD-REPORT-LINE          FROM LOAD-TOTAL-LINE.
008260
008270     CLOSE NEW-TRX-FILE.
008280     CLOSE FUND-HISTORY-FILE.
008290     CLOSE HISTORY-REGISTER-FILE.
008300     CLOSE LOAD-REPORT-FILE.
008310
008320     EVALUATE TRUE
008330       WHEN RUN-ALREADY-LOADED       IN WORK-AREAS
008340         MOVE 28 TO RETURN-CODE
008342       WHEN LOAD-NOT-CERTIFIED       IN WORK-AREAS
008344         DISPLAY 'FCRXHLD - LOAD NOT CERTIFIED - CERTIFY THE '
008346                 'FILE AND RERUN'
008348         MOVE 16 TO RETURN-CODE
008350       WHEN NOT LOAD-REGISTERED      IN WORK-AREAS
008360         DISPLAY 'FCRXHLD - LOAD NOT REGISTERED - CORRECT THE '
008370                 'FILE AND RERUN'
008380         MOVE 16 TO RETURN-CODE
008390       WHEN AREAS-DUPLICATE-CTR      IN LOAD-COUNTERS
008400            GREATER THAN ZERO
008410         MOVE 8 TO RETURN-CODE
008420       WHEN OTHER
008430         MOVE ZERO TO RETURN-CODE
008440     END-EVALUATE.
008450
008460 300000-EXIT.
008470     EXIT.
008480
008490**************************************************************
008500*  900000-ABEND-ON-FILE-ERROR - COMMON HANDLER FOR A BAD FILE    *
008510*    STATUS ON OPEN, READ, WRITE OR CLOSE.  DISPLAYS THE         *
008520*    OFFENDING FILE AND STATUS CODE AND ABENDS THE RUN.          *
008530**************************************************************
008540 900000-ABEND-ON-FILE-ERROR.
008550
008560     DISPLAY 'FCRXHLD - I/O ERROR ON FILE ' FEC-FILE-ID
008570             ' - FILE STATUS = ' FEC-FILE-STATUS.
008580     MOVE 16 TO RETURN-CODE.
008590     STOP RUN.
008600
008610 900000-EXIT.
008620     EXIT.
