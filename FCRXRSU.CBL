000010 IDENTIFICATION DIVISION.
000020
000030 PROGRAM-ID. FCRXRSU.
000040
000050*TITLE.      FUNDS CONFIGURATION REJECT SUSPENSE UPDATE
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
000240* T-0242  Z001801  10/2026  INITIAL VERSION - LOAD CONVERSION    *
000250*                           REJECTS TO THE KEYED SUSPENSE FILE   *
000260*                           AND POST CORRECTION-RUN OUTCOMES     *
000270*                                                                *
000280*=================================================================
000290*                                                                *
000300*  MODULE NARRATIVE                                              *
000310*   THIS IS PART OF THE WMA / V1 FUNDS CONFIGURATION UTILITY     *
000320*    PROCESS.  IT RUNS AFTER EVERY AN CONVERSION RUN.  A         *
000330*    TRANSACTION THAT FAILS THE ENGINE'S INPUT EDITS IS PASSED   *
000340*    THROUGH UNCONVERTED AND ITS ERRORS ARE WRITTEN TO FCRREJT   *
000350*    (CFCRXRJ1), BUT NOTHING FOLLOWED THEM AFTER THAT.  THIS     *
000360*    UTILITY CARRIES EVERY REJECT ON THE KEYED REJECT SUSPENSE   *
000370*    FILE (FCRRSUS, CFCRXRS1) UNTIL IT IS CORRECTED OR           *
000380*    ABANDONED:                                                  *
000390*      - A REJECT NOT YET ON SUSPENSE IS ADDED AS OPEN.          *
000400*      - A REJECT ALREADY ON SUSPENSE IS COUNTED AGAIN; ONE      *
000410*        THAT HAD BEEN CLOSED (CORRECTED OR ABANDONED) IS        *
000420*        REOPENED.                                               *
000430*    THE RUN'S DATES COME FROM ITS RUN LOG (FCRRLOG, CFCRXRL1).  *
000440*    A RUN WHOSE INPUT WAS A CORRECTION FILE FROM FCRXRCE (THE   *
000450*    LOG'S INPUT HEADER SOURCE JOB IS FCRXRCE) IS A FOLLOW-UP    *
000460*    RUN, AND ITS REJECTS ALSO SETTLE THE ENTRIES RESUBMITTED    *
000470*    ON THAT CORRECTION FILE (RESUBMIT DATE = THE CORRECTION     *
000480*    FILE'S HEADER RUN DATE):                                    *
000490*      - AN ENTRY WHOSE REJECT CAME BACK IS RE-REJECTED;         *
000500*      - AN ENTRY WHOSE REJECT DID NOT COME BACK IS CORRECTED.   *
000510*    WHEN THE CORRECTION CHANGED THE POLICY ID, THE FOLLOW-UP    *
000520*    RUN REJECTS UNDER THE NEW ID; SUCH A REJECT IS MATCHED TO   *
000530*    ITS ENTRY THROUGH THE ENTRY'S RESUBMIT POLICY ID SO THE     *
000540*    ENTRY KEEPS ITS KEY AND ITS FIRST REJECT DATE.              *
000550*                                                                *
000560*   A RUN ALREADY LOADED LEAVES ITS ENTRIES AS THEY ARE, SO THE  *
000562*    UTILITY MAY BE RERUN.  A FOLLOW-UP RUN FINDS ITS BATCH BY   *
000564*    THE ENTRIES' RESUBMIT DATE, SO ON A RERUN THE ENTRIES IT    *
000566*    ALREADY SETTLED ARE STILL COUNTED AND STILL MATCH REJECTS   *
000568*    UNDER A CORRECTED POLICY ID, BUT ARE NOT SETTLED AGAIN.     *
000570*    A FOLLOW-UP RUN THAT FINDS NOTHING                          *
000580*    RESUBMITTED UNDER ITS CORRECTION FILE ENDS WITH RETURN      *
000590*    CODE 8 FOR REVIEW.  A SUSPENSE FILE NOT YET ALLOCATED IS    *
000600*    CREATED.  AN I/O ERROR ENDS THE RUN WITH RETURN CODE 16.    *
000610*   EVERY ENTRY ADDED OR CHANGED IS LISTED ON FCRRSRP.           *
000620******************************************************************
000630     EJECT
000640 ENVIRONMENT DIVISION.
000650
000660 INPUT-OUTPUT SECTION.
000670
000680 FILE-CONTROL.
000690
000700     SELECT REJECT-FILE           ASSIGN TO FCRREJT
000710                                   ORGANIZATION IS SEQUENTIAL
000720                                   FILE STATUS IS FCRREJT-STATUS.
000730
000740     SELECT RUN-LOG-FILE          ASSIGN TO FCRRLOG
000750                                   ORGANIZATION IS SEQUENTIAL
000760                                   FILE STATUS IS FCRRLOG-STATUS.
000770
000780     SELECT REJECT-SUSPENSE-FILE  ASSIGN TO FCRRSUS
000790                                   ORGANIZATION IS INDEXED
000800                                   ACCESS MODE IS DYNAMIC
000810                                   RECORD KEY IS FRS-KEY
000820                                   FILE STATUS IS FCRRSUS-STATUS.
000830
000840     SELECT SUSPENSE-REPORT-FILE  ASSIGN TO FCRRSRP
000850                                   ORGANIZATION IS SEQUENTIAL
000860                                   FILE STATUS IS FCRRSRP-STATUS.
000870
000880 DATA DIVISION.
000890
000900 FILE SECTION.
000910
000920 FD  REJECT-FILE.
000930
000940 01  REJECT-RECORD.                  COPY CFCRXRJ1 SUPPRESS.
000950
000960 FD  RUN-LOG-FILE.
000970
000980 01  RUN-LOG-RECORD.                 COPY CFCRXRL1 SUPPRESS.
000990
001000 FD  REJECT-SUSPENSE-FILE.
001010
001020 01  REJECT-SUSPENSE-RECORD.         COPY CFCRXRS1 SUPPRESS.
001030
001040 FD  SUSPENSE-REPORT-FILE.
001050
001060 01  SUSPENSE-REPORT-LINE            PIC X(132).
001070
001080 WORKING-STORAGE SECTION.
001090
001100 01  FILLER                            PIC X(48)  VALUE
001110     'XXXXX FCRXRSU  WORKING STORAGE STARTS HERE XXXXX'.
001120
001130 01  FILE-STATUS-CODES.
001140     05  FCRREJT-STATUS              PIC X(02).
001150         88  FCRREJT-STATUS-OK               VALUE '00'.
001160         88  FCRREJT-STATUS-EOF              VALUE '10'.
001170     05  FCRRLOG-STATUS              PIC X(02).
001180         88  FCRRLOG-STATUS-OK               VALUE '00'.
001190         88  FCRRLOG-STATUS-EOF              VALUE '10'.
001200     05  FCRRSUS-STATUS              PIC X(02).
001210         88  FCRRSUS-STATUS-OK               VALUE '00'.
001220         88  FCRRSUS-STATUS-EOF              VALUE '10'.
001230         88  FCRRSUS-STATUS-NOT-FOUND        VALUE '23'.
001240         88  FCRRSUS-STATUS-NO-FILE          VALUE '35'.
001250     05  FCRRSRP-STATUS              PIC X(02).
001260         88  FCRRSRP-STATUS-OK               VALUE '00'.
001270
001280 01  FILE-ERROR-CONTROLS.
001290     05  FEC-FILE-ID                 PIC X(08).
001300     05  FEC-FILE-STATUS             PIC X(02).
001310
001320 01  WORK-AREAS.
001330     05  REJECT-EOF-SW               PIC X     VALUE SPACE.
001340         88  REJECT-EOF                        VALUE 'Y'.
001350     05  SUSPENSE-EOF-SW             PIC X     VALUE SPACE.
001360         88  SUSPENSE-EOF                      VALUE 'Y'.
001370     05  POSTING-RUN-SW              PIC X     VALUE SPACE.
001380         88  POSTING-RUN                       VALUE 'Y'.
001390     05  ENTRY-FOUND-SW              PIC X     VALUE SPACE.
001400         88  ENTRY-FOUND                       VALUE 'Y'.
001410     05  MATCH-FOUND-SW              PIC X     VALUE SPACE.
001420         88  MATCH-FOUND                       VALUE 'Y'.
001430     05  UPDATE-DATE                 PIC 9(08) VALUE ZERO.
001440     05  UPDATE-TIME                 PIC 9(08) VALUE ZERO.
001450
001460**************************************************************
001470*  RUN-CONTROLS - FROM THE RUN LOG.  THE CONVERSION DATE IS THE *
001480*    DATE THE REJECTS WERE MADE; ON A FOLLOW-UP RUN THE BATCH   *
001490*    DATE IS THE CORRECTION FILE'S HEADER RUN DATE, WHICH       *
001500*    FCRXRCE STAMPED AS THE RESUBMIT DATE.                      *
001510**************************************************************
001520 01  RUN-CONTROLS.
001530     05  RUN-CONVERSION-DATE         PIC 9(08) VALUE ZERO.
001540     05  RUN-HDR-SOURCE-JOB          PIC X(08) VALUE SPACES.
001550     05  RUN-BATCH-DATE              PIC 9(08) VALUE ZERO.
001560     05  RUN-CORRECTION-JOB          PIC X(08) VALUE 'FCRXRCE '.
001570
001580**************************************************************
001590*  REJECT-KEY-WORK - THE SUSPENSE KEY OF THE REJECT IN HAND.    *
001600**************************************************************
001610 01  REJECT-KEY-WORK.
001620     05  RKW-POLICY-ID               PIC X(10).
001630     05  RKW-REST-OF-KEY.
001640         10  RKW-RECORD-NUMBER       PIC X(09).
001650         10  RKW-BALANCE-AREA        PIC X(01).
001660         10  RKW-OCCURRENCE-NUMBER   PIC 9(02).
001670         10  RKW-SLOT-NUMBER         PIC 9(02).
001680         10  RKW-REASON-CODE         PIC X(04).
001690
001700**************************************************************
001710*  MOVED-ENTRY-TABLE - ON A FOLLOW-UP RUN, THE ENTRIES OF THE   *
001720*    BATCH WHOSE TRANSACTION WAS RESUBMITTED UNDER A CORRECTED  *
001730*    POLICY ID.  A REJECT NOT ON FILE UNDER ITS OWN KEY IS      *
001740*    LOOKED FOR HERE BY NEW POLICY ID AND THE REST OF THE KEY.  *
001750**************************************************************
001760 01  MOVED-ENTRY-TABLE.
001770     05  MVT-MAX-ENTRIES             PIC S9(04) COMP VALUE 500.
001780     05  MVT-ENTRY-COUNT             PIC S9(04) COMP VALUE ZERO.
001790     05  MVT-SUB                     PIC S9(04) COMP.
001800     05  MVT-ENTRY                   OCCURS 500 TIMES.
001810         10  MVT-OLD-KEY.
001820             15  MVT-OLD-POLICY-ID   PIC X(10).
001830             15  MVT-OLD-REST-OF-KEY PIC X(18).
001840         10  MVT-NEW-POLICY-ID       PIC X(10).
001850
001860**************************************************************
001870*  RECURRED-KEY-TABLE - ON A FOLLOW-UP RUN, THE SUSPENSE KEYS   *
001880*    OF THE BATCH'S ENTRIES WHOSE REJECT CAME BACK.             *
001890**************************************************************
001900 01  RECURRED-KEY-TABLE.
001910     05  RKT-MAX-ENTRIES             PIC S9(04) COMP VALUE 2000.
001920     05  RKT-ENTRY-COUNT             PIC S9(04) COMP VALUE ZERO.
001930     05  RKT-SUB                     PIC S9(04) COMP.
001940     05  RKT-KEY                     PIC X(28)
001950                                      OCCURS 2000 TIMES.
001960
001970 01  SUSPENSE-TOTALS.
001980     05  REJECTS-READ-CTR            PIC S9(09) COMP-3
001990                                      VALUE ZERO.
002000     05  NEW-ENTRY-CTR               PIC S9(09) COMP-3
002010                                      VALUE ZERO.
002020     05  REPEATED-CTR                PIC S9(09) COMP-3
002030                                      VALUE ZERO.
002040     05  REOPENED-CTR                PIC S9(09) COMP-3
002050                                      VALUE ZERO.
002060     05  ALREADY-LOADED-CTR          PIC S9(09) COMP-3
002070                                      VALUE ZERO.
002080     05  RECURRED-CTR                PIC S9(09) COMP-3
002090                                      VALUE ZERO.
002100     05  RESUBMITTED-CTR             PIC S9(09) COMP-3
002110                                      VALUE ZERO.
002120     05  CORRECTED-CTR               PIC S9(09) COMP-3
002130                                      VALUE ZERO.
002140     05  RE-REJECTED-CTR             PIC S9(09) COMP-3
002142                                      VALUE ZERO.
002144     05  ALREADY-SETTLED-CTR         PIC S9(09) COMP-3
002150                                      VALUE ZERO.
002160
002170 01  REPORT-TITLE-LINE.
002180     05  FILLER                      PIC X(09)  VALUE
002190         'FCRXRSU  '.
002200     05  FILLER                      PIC X(50)  VALUE
002210         'FUNDS CONFIGURATION REJECT SUSPENSE UPDATE'.
002220     05  FILLER                      PIC X(11)  VALUE
002230         'RUN ON     '.
002240     05  RTL-UPDATE-DATE             PIC 9(08).
002250     05  FILLER                      PIC X(01)  VALUE SPACE.
002260     05  RTL-UPDATE-TIME             PIC 9(08).
002270     05  FILLER                      PIC X(45)  VALUE SPACES.
002280
002290 01  REPORT-RUN-LINE.
002300     05  RRL-LABEL                   PIC X(40).
002310     05  RRL-VALUE                   PIC X(20).
002320     05  FILLER                      PIC X(72)  VALUE SPACES.
002330
002340 01  DETAIL-HEADING.
002350     05  FILLER                      PIC X(12)  VALUE 'POLICY ID'.
002360     05  FILLER                      PIC X(11)  VALUE 'RECORD NO'.
002370     05  FILLER                      PIC X(05)  VALUE 'AREA'.
002380     05  FILLER                      PIC X(05)  VALUE 'OCC'.
002390     05  FILLER                      PIC X(06)  VALUE 'SLOT'.
002400     05  FILLER                      PIC X(07)  VALUE 'REASON'.
002410     05  FILLER                      PIC X(32)  VALUE
002420         'REASON TEXT'.
002430     05  FILLER                      PIC X(14)  VALUE 'ACTION'.
002440     05  FILLER                      PIC X(08)  VALUE 'COUNT'.
002450     05  FILLER                      PIC X(32)  VALUE
002460         'NOTE'.
002470
002480 01  DETAIL-LINE.
002490     05  DTL-POLICY-ID               PIC X(10).
002500     05  FILLER                      PIC X(02)  VALUE SPACES.
002510     05  DTL-RECORD-NUMBER           PIC X(09).
002520     05  FILLER                      PIC X(02)  VALUE SPACES.
002530     05  DTL-BALANCE-AREA            PIC X(01).
002540     05  FILLER                      PIC X(04)  VALUE SPACES.
002550     05  DTL-OCCURRENCE-NUMBER       PIC Z9.
002560     05  FILLER                      PIC X(03)  VALUE SPACES.
002570     05  DTL-SLOT-NUMBER             PIC Z9.
002580     05  FILLER                      PIC X(04)  VALUE SPACES.
002590     05  DTL-REASON-CODE             PIC X(04).
002600     05  FILLER                      PIC X(03)  VALUE SPACES.
002610     05  DTL-REASON-TEXT             PIC X(30).
002620     05  FILLER                      PIC X(02)  VALUE SPACES.
002630     05  DTL-ACTION                  PIC X(12).
002640     05  FILLER                      PIC X(02)  VALUE SPACES.
002650     05  DTL-REJECT-COUNT            PIC ZZ9.
002660     05  FILLER                      PIC X(05)  VALUE SPACES.
002670     05  DTL-NOTE                    PIC X(32).
002680
002690 01  TOTAL-LINE.
002700     05  TTL-LABEL                   PIC X(40).
002710     05  TTL-COUNT                   PIC ZZZ,ZZZ,ZZ9.
002720     05  FILLER                      PIC X(81)  VALUE SPACES.
002730
002740 01  FILLER                          PIC X(48)  VALUE
002750     'XXXX FCRXRSU  WORKING STORAGE ENDS HERE XXXX'.
002760     EJECT
002770 PROCEDURE DIVISION.
002780
002790 000000-MAINLINE.
002800
002810     PERFORM 100000-INITIALIZATION     THRU 100000-EXIT.
002820
002830     IF POSTING-RUN                    IN WORK-AREAS
002840         PERFORM 200000-LOAD-MOVED-ENTRIES THRU 200000-EXIT
002850     END-IF.
002860
002870     PERFORM 300000-PROCESS-ONE-REJECT THRU 300000-EXIT
002880       UNTIL REJECT-EOF                IN WORK-AREAS.
002890
002900     IF POSTING-RUN                    IN WORK-AREAS
002910         PERFORM 400000-POST-OUTCOMES  THRU 400000-EXIT
002920     END-IF.
002930
002940     PERFORM 800000-TERMINATION        THRU 800000-EXIT.
002950
002960 000000-EXIT.
002970     GOBACK.
002980
002990**************************************************************
003000*  100000-INITIALIZATION - OPENS THE FILES AND TAKES THE RUN'S  *
003010*    DATES FROM ITS RUN LOG.  THE SUSPENSE FILE IS CREATED THE  *
003020*    FIRST TIME THROUGH.                                        *
003030**************************************************************
003040 100000-INITIALIZATION.
003050
003060     OPEN OUTPUT SUSPENSE-REPORT-FILE.
003070     IF NOT FCRRSRP-STATUS-OK
003080         MOVE 'FCRRSRP' TO FEC-FILE-ID
003090         MOVE FCRRSRP-STATUS TO FEC-FILE-STATUS
003100         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
003110     END-IF.
003120
003130     ACCEPT UPDATE-DATE              IN WORK-AREAS
003140         FROM DATE YYYYMMDD.
003150     ACCEPT UPDATE-TIME              IN WORK-AREAS
003160         FROM TIME.
003170
003180     PERFORM 110000-READ-RUN-LOG     THRU 110000-EXIT.
003190
003200     OPEN INPUT REJECT-FILE.
003210     IF NOT FCRREJT-STATUS-OK
003220         MOVE 'FCRREJT' TO FEC-FILE-ID
003230         MOVE FCRREJT-STATUS TO FEC-FILE-STATUS
003240         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
003250     END-IF.
003260
003270     OPEN I-O REJECT-SUSPENSE-FILE.
003280     IF FCRRSUS-STATUS-NO-FILE
003290         OPEN OUTPUT REJECT-SUSPENSE-FILE
003300         IF NOT FCRRSUS-STATUS-OK
003310             MOVE 'FCRRSUS' TO FEC-FILE-ID
003320             MOVE FCRRSUS-STATUS TO FEC-FILE-STATUS
003330             PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
003340         END-IF
003350         CLOSE REJECT-SUSPENSE-FILE
003360         OPEN I-O REJECT-SUSPENSE-FILE
003370     END-IF.
003380     IF NOT FCRRSUS-STATUS-OK
003390         MOVE 'FCRRSUS' TO FEC-FILE-ID
003400         MOVE FCRRSUS-STATUS TO FEC-FILE-STATUS
003410         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
003420     END-IF.
003430
003440     MOVE UPDATE-DATE                IN WORK-AREAS
003450       TO RTL-UPDATE-DATE            IN REPORT-TITLE-LINE.
003460     MOVE UPDATE-TIME                IN WORK-AREAS
003470       TO RTL-UPDATE-TIME            IN REPORT-TITLE-LINE.
003480     MOVE REPORT-TITLE-LINE          TO SUSPENSE-REPORT-LINE.
003490     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
003500     MOVE SPACES                     TO SUSPENSE-REPORT-LINE.
003510     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
003520
003530     MOVE SPACES                     TO REPORT-RUN-LINE.
003540     MOVE 'CONVERSION RUN DATE'
003550       TO RRL-LABEL                  IN REPORT-RUN-LINE.
003560     MOVE RUN-CONVERSION-DATE        IN RUN-CONTROLS
003570       TO RRL-VALUE                  IN REPORT-RUN-LINE.
003580     MOVE REPORT-RUN-LINE            TO SUSPENSE-REPORT-LINE.
003590     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
003600     MOVE 'INPUT HEADER SOURCE JOB'
003610       TO RRL-LABEL                  IN REPORT-RUN-LINE.
003620     MOVE RUN-HDR-SOURCE-JOB         IN RUN-CONTROLS
003630       TO RRL-VALUE                  IN REPORT-RUN-LINE.
003640     MOVE REPORT-RUN-LINE            TO SUSPENSE-REPORT-LINE.
003650     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
003660     IF POSTING-RUN                  IN WORK-AREAS
003670         MOVE 'FOLLOW-UP RUN FOR CORRECTION BATCH'
003680           TO RRL-LABEL              IN REPORT-RUN-LINE
003690         MOVE RUN-BATCH-DATE         IN RUN-CONTROLS
003700           TO RRL-VALUE              IN REPORT-RUN-LINE
003710         MOVE REPORT-RUN-LINE        TO SUSPENSE-REPORT-LINE
003720         PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT
003730     END-IF.
003740     MOVE SPACES                     TO SUSPENSE-REPORT-LINE.
003750     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
003760     MOVE DETAIL-HEADING             TO SUSPENSE-REPORT-LINE.
003770     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
003780
003790 100000-EXIT.
003800     EXIT.
003810
003820**************************************************************
003830*  110000-READ-RUN-LOG - THE ONE-RECORD RUN LOG OF THE RUN      *
003840*    THAT WROTE THE REJECT FILE.                                *
003850**************************************************************
003860 110000-READ-RUN-LOG.
003870
003880     OPEN INPUT RUN-LOG-FILE.
003890     IF NOT FCRRLOG-STATUS-OK
003900         MOVE 'FCRRLOG' TO FEC-FILE-ID
003910         MOVE FCRRLOG-STATUS TO FEC-FILE-STATUS
003920         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
003930     END-IF.
003940
003950     READ RUN-LOG-FILE.
003960     IF FCRRLOG-STATUS-EOF
003970         DISPLAY 'FCRXRSU - RUN LOG FILE IS EMPTY'
003980         MOVE 16 TO RETURN-CODE
003990         STOP RUN
004000     END-IF.
004010     IF NOT FCRRLOG-STATUS-OK
004020         MOVE 'FCRRLOG' TO FEC-FILE-ID
004030         MOVE FCRRLOG-STATUS TO FEC-FILE-STATUS
004040         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
004050     END-IF.
004060
004070     IF RLOG-RUN-DATE                IN RUN-LOG-RECORD
004080       NOT NUMERIC
004090         DISPLAY 'FCRXRSU - RUN LOG HAS NO VALID RUN DATE'
004100         MOVE 16 TO RETURN-CODE
004110         STOP RUN
004120     END-IF.
004130
004140     MOVE RLOG-RUN-DATE              IN RUN-LOG-RECORD
004150       TO RUN-CONVERSION-DATE        IN RUN-CONTROLS.
004160     MOVE RLOG-HDR-SOURCE-JOB        IN RUN-LOG-RECORD
004170       TO RUN-HDR-SOURCE-JOB         IN RUN-CONTROLS.
004180
004190     IF RLOG-HDR-SOURCE-JOB          IN RUN-LOG-RECORD
004200       EQUAL RUN-CORRECTION-JOB      IN RUN-CONTROLS
004210       AND RLOG-HDR-RUN-DATE         IN RUN-LOG-RECORD
004220           NUMERIC
004230         SET POSTING-RUN             IN WORK-AREAS TO TRUE
004240         MOVE RLOG-HDR-RUN-DATE      IN RUN-LOG-RECORD
004250           TO RUN-BATCH-DATE         IN RUN-CONTROLS
004260     END-IF.
004270
004280     CLOSE RUN-LOG-FILE.
004290
004300 110000-EXIT.
004310     EXIT.
004320
004330**************************************************************
004340*  200000-LOAD-MOVED-ENTRIES - FOLLOW-UP RUN ONLY.  BROWSES     *
004350*    THE SUSPENSE FILE FOR THE ENTRIES RESUBMITTED ON THIS      *
004360*    CORRECTION BATCH, COUNTING THEM AND TABLING THOSE WHOSE    *
004362*    TRANSACTION WENT OUT UNDER A CORRECTED POLICY ID.  AN      *
004364*    ENTRY A LOAD OF THIS RUN HAS ALREADY SETTLED NO LONGER     *
004366*    CARRIES THE RESUBMIT SWITCH BUT KEEPS ITS RESUBMIT DATE,   *
004368*    SO IT IS STILL FOUND HERE ON A RERUN.                      *
004380**************************************************************
004390 200000-LOAD-MOVED-ENTRIES.
004400
004410     MOVE LOW-VALUES
004420       TO FRS-KEY                    IN REJECT-SUSPENSE-RECORD.
004430     PERFORM 280000-START-BROWSE     THRU 280000-EXIT.
004440
004450     PERFORM 210000-CHECK-ONE-ENTRY  THRU 210000-EXIT
004460       UNTIL SUSPENSE-EOF            IN WORK-AREAS.
004470
004480 200000-EXIT.
004490     EXIT.
004500
004510 210000-CHECK-ONE-ENTRY.
004520
004530     PERFORM 285000-READ-NEXT-ENTRY  THRU 285000-EXIT.
004540
004550     IF SUSPENSE-EOF                 IN WORK-AREAS
004560         GO TO 210000-EXIT
004570     END-IF.
004580
004581     IF FRS-RESUBMIT-DATE            IN REJECT-SUSPENSE-RECORD
004582       NOT EQUAL RUN-BATCH-DATE      IN RUN-CONTROLS
004583         GO TO 210000-EXIT
004584     END-IF.
004585
004590     IF NOT FRS-RESUBMITTED          IN REJECT-SUSPENSE-RECORD
004595         IF FRS-CORRECTED            IN REJECT-SUSPENSE-RECORD
004600           OR FRS-RE-REJECTED        IN REJECT-SUSPENSE-RECORD
004605             ADD 1 TO ALREADY-SETTLED-CTR IN SUSPENSE-TOTALS
004610         ELSE
004615             GO TO 210000-EXIT
004620         END-IF
004630     END-IF.
004640
004650     ADD 1 TO RESUBMITTED-CTR        IN SUSPENSE-TOTALS.
004660
004670     IF FRS-RESUBMIT-POLICY-ID       IN REJECT-SUSPENSE-RECORD
004680       EQUAL FRS-POLICY-ID           IN REJECT-SUSPENSE-RECORD
004690         GO TO 210000-EXIT
004700     END-IF.
004710
004720     IF MVT-ENTRY-COUNT              IN MOVED-ENTRY-TABLE
004730       NOT LESS THAN
004740        MVT-MAX-ENTRIES              IN MOVED-ENTRY-TABLE
004750         DISPLAY 'FCRXRSU - MORE THAN ' MVT-MAX-ENTRIES
004760                 ' ENTRIES RESUBMITTED UNDER A NEW POLICY ID'
004770         MOVE 16 TO RETURN-CODE
004780         STOP RUN
004790     END-IF.
004800
004810     ADD 1 TO MVT-ENTRY-COUNT        IN MOVED-ENTRY-TABLE.
004820     MOVE FRS-KEY                    IN REJECT-SUSPENSE-RECORD
004830       TO MVT-OLD-KEY                IN MOVED-ENTRY-TABLE
004840                                     (MVT-ENTRY-COUNT
004850                                  IN MOVED-ENTRY-TABLE).
004860     MOVE FRS-RESUBMIT-POLICY-ID     IN REJECT-SUSPENSE-RECORD
004870       TO MVT-NEW-POLICY-ID          IN MOVED-ENTRY-TABLE
004880                                     (MVT-ENTRY-COUNT
004890                                  IN MOVED-ENTRY-TABLE).
004900
004910 210000-EXIT.
004920     EXIT.
004930
004940**************************************************************
004950*  280000-START-BROWSE - POSITIONS THE SUSPENSE FILE AT THE     *
004960*    KEY IN THE RECORD AREA.  NOTHING AT OR PAST IT IS AN       *
004970*    IMMEDIATE END OF FILE.                                     *
004980**************************************************************
004990 280000-START-BROWSE.
005000
005010     MOVE SPACE
005020       TO SUSPENSE-EOF-SW            IN WORK-AREAS.
005030
005040     START REJECT-SUSPENSE-FILE
005050       KEY IS NOT LESS THAN FRS-KEY  IN REJECT-SUSPENSE-RECORD.
005060
005070     IF FCRRSUS-STATUS-NOT-FOUND
005080         SET SUSPENSE-EOF            IN WORK-AREAS TO TRUE
005090         GO TO 280000-EXIT
005100     END-IF.
005110
005120     IF NOT FCRRSUS-STATUS-OK
005130         MOVE 'FCRRSUS' TO FEC-FILE-ID
005140         MOVE FCRRSUS-STATUS TO FEC-FILE-STATUS
005150         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
005160     END-IF.
005170
005180 280000-EXIT.
005190     EXIT.
005200
005210 285000-READ-NEXT-ENTRY.
005220
005230     READ REJECT-SUSPENSE-FILE NEXT RECORD.
005240
005250     IF FCRRSUS-STATUS-EOF
005260         SET SUSPENSE-EOF            IN WORK-AREAS TO TRUE
005270         GO TO 285000-EXIT
005280     END-IF.
005290
005300     IF NOT FCRRSUS-STATUS-OK
005310         MOVE 'FCRRSUS' TO FEC-FILE-ID
005320         MOVE FCRRSUS-STATUS TO FEC-FILE-STATUS
005330         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
005340     END-IF.
005350
005360 285000-EXIT.
005370     EXIT.
005380
005390 290000-WRITE-REPORT-LINE.
005400
005410     WRITE SUSPENSE-REPORT-LINE.
005420     IF NOT FCRRSRP-STATUS-OK
005430         MOVE 'FCRRSRP' TO FEC-FILE-ID
005440         MOVE FCRRSRP-STATUS TO FEC-FILE-STATUS
005450         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
005460     END-IF.
005470
005480 290000-EXIT.
005490     EXIT.
005500
005510**************************************************************
005520*  300000-PROCESS-ONE-REJECT - ONE REJECT OF THE RUN.  ITS      *
005530*    ENTRY IS ADDED, OR COUNTED AGAIN AND REOPENED IF CLOSED.   *
005540**************************************************************
005550 300000-PROCESS-ONE-REJECT.
005560
005570     READ REJECT-FILE.
005580
005590     IF FCRREJT-STATUS-EOF
005600         SET REJECT-EOF              IN WORK-AREAS TO TRUE
005610         GO TO 300000-EXIT
005620     END-IF.
005630
005640     IF NOT FCRREJT-STATUS-OK
005650         MOVE 'FCRREJT' TO FEC-FILE-ID
005660         MOVE FCRREJT-STATUS TO FEC-FILE-STATUS
005670         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
005680     END-IF.
005690
005700     ADD 1 TO REJECTS-READ-CTR       IN SUSPENSE-TOTALS.
005710
005720     MOVE FRJ-POLICY-ID              IN REJECT-RECORD
005730       TO RKW-POLICY-ID              IN REJECT-KEY-WORK.
005740     MOVE FRJ-RECORD-NUMBER          IN REJECT-RECORD
005750       TO RKW-RECORD-NUMBER          IN REJECT-KEY-WORK.
005760     MOVE FRJ-BALANCE-AREA           IN REJECT-RECORD
005770       TO RKW-BALANCE-AREA           IN REJECT-KEY-WORK.
005780     MOVE FRJ-OCCURRENCE-NUMBER      IN REJECT-RECORD
005790       TO RKW-OCCURRENCE-NUMBER      IN REJECT-KEY-WORK.
005800     MOVE FRJ-SLOT-NUMBER            IN REJECT-RECORD
005810       TO RKW-SLOT-NUMBER            IN REJECT-KEY-WORK.
005820     MOVE FRJ-REASON-CODE            IN REJECT-RECORD
005830       TO RKW-REASON-CODE            IN REJECT-KEY-WORK.
005840
005850     PERFORM 310000-FIND-ENTRY       THRU 310000-EXIT.
005860
005870     MOVE SPACES                     TO DETAIL-LINE.
005880
005890     IF ENTRY-FOUND                  IN WORK-AREAS
005900         PERFORM 330000-REPEAT-ENTRY THRU 330000-EXIT
005910     ELSE
005920         PERFORM 320000-ADD-ENTRY    THRU 320000-EXIT
005930     END-IF.
005940
005950     PERFORM 380000-WRITE-DETAIL     THRU 380000-EXIT.
005960
005970 300000-EXIT.
005980     EXIT.
005990
006000**************************************************************
006010*  310000-FIND-ENTRY - READS THE REJECT'S ENTRY BY ITS OWN KEY. *
006020*    ON A FOLLOW-UP RUN A REJECT NOT FOUND THAT WAY MAY BE THE  *
006030*    RECURRENCE OF AN ENTRY RESUBMITTED UNDER A NEW POLICY ID.  *
006040**************************************************************
006050 310000-FIND-ENTRY.
006060
006070     MOVE SPACE
006080       TO ENTRY-FOUND-SW             IN WORK-AREAS.
006090     MOVE REJECT-KEY-WORK
006100       TO FRS-KEY                    IN REJECT-SUSPENSE-RECORD.
006110
006120     PERFORM 315000-READ-ENTRY       THRU 315000-EXIT.
006130
006140     IF ENTRY-FOUND                  IN WORK-AREAS
006150       OR NOT POSTING-RUN            IN WORK-AREAS
006160         GO TO 310000-EXIT
006170     END-IF.
006180
006190     MOVE SPACE
006200       TO MATCH-FOUND-SW             IN WORK-AREAS.
006210     MOVE 1 TO MVT-SUB               IN MOVED-ENTRY-TABLE.
006220
006230     PERFORM 311000-TEST-ONE-MOVED   THRU 311000-EXIT
006240       UNTIL MATCH-FOUND             IN WORK-AREAS
006250          OR MVT-SUB                 IN MOVED-ENTRY-TABLE
006260             GREATER THAN
006270             MVT-ENTRY-COUNT         IN MOVED-ENTRY-TABLE.
006280
006290     IF MATCH-FOUND                  IN WORK-AREAS
006300         PERFORM 315000-READ-ENTRY   THRU 315000-EXIT
006310     END-IF.
006320
006330 310000-EXIT.
006340     EXIT.
006350
006360 311000-TEST-ONE-MOVED.
006370
006380     IF MVT-NEW-POLICY-ID            IN MOVED-ENTRY-TABLE
006390                                     (MVT-SUB
006400                                  IN MOVED-ENTRY-TABLE)
006410       EQUAL RKW-POLICY-ID           IN REJECT-KEY-WORK
006420       AND MVT-OLD-REST-OF-KEY       IN MOVED-ENTRY-TABLE
006430                                     (MVT-SUB
006440                                  IN MOVED-ENTRY-TABLE)
006450           EQUAL RKW-REST-OF-KEY     IN REJECT-KEY-WORK
006460         SET MATCH-FOUND             IN WORK-AREAS TO TRUE
006470         MOVE MVT-OLD-KEY            IN MOVED-ENTRY-TABLE
006480                                     (MVT-SUB
006490                                  IN MOVED-ENTRY-TABLE)
006500           TO FRS-KEY                IN REJECT-SUSPENSE-RECORD
006510     END-IF.
006520
006530     ADD 1 TO MVT-SUB                IN MOVED-ENTRY-TABLE.
006540
006550 311000-EXIT.
006560     EXIT.
006570
006580 315000-READ-ENTRY.
006590
006600     READ REJECT-SUSPENSE-FILE
006610       KEY IS FRS-KEY                IN REJECT-SUSPENSE-RECORD.
006620
006630     IF FCRRSUS-STATUS-NOT-FOUND
006640         GO TO 315000-EXIT
006650     END-IF.
006660
006670     IF NOT FCRRSUS-STATUS-OK
006680         MOVE 'FCRRSUS' TO FEC-FILE-ID
006690         MOVE FCRRSUS-STATUS TO FEC-FILE-STATUS
006700         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
006710     END-IF.
006720
006730     SET ENTRY-FOUND                 IN WORK-AREAS TO TRUE.
006740
006750 315000-EXIT.
006760     EXIT.
006770
006780**************************************************************
006790*  320000-ADD-ENTRY - A REJECT NOT YET ON SUSPENSE OPENS A NEW  *
006800*    ENTRY DATED BY THE CONVERSION RUN.                         *
006810**************************************************************
006820 320000-ADD-ENTRY.
006830
006840     MOVE SPACES                     TO REJECT-SUSPENSE-RECORD.
006850     MOVE REJECT-KEY-WORK
006860       TO FRS-KEY                    IN REJECT-SUSPENSE-RECORD.
006870     MOVE FRJ-REASON-TEXT            IN REJECT-RECORD
006880       TO FRS-REASON-TEXT            IN REJECT-SUSPENSE-RECORD.
006890     SET FRS-OPEN                    IN REJECT-SUSPENSE-RECORD
006900       TO TRUE.
006910     MOVE RUN-CONVERSION-DATE        IN RUN-CONTROLS
006920       TO FRS-FIRST-REJECT-DATE      IN REJECT-SUSPENSE-RECORD
006930          FRS-LAST-REJECT-DATE       IN REJECT-SUSPENSE-RECORD
006940          FRS-STATUS-DATE            IN REJECT-SUSPENSE-RECORD.
006950     MOVE 1
006960       TO FRS-REJECT-COUNT           IN REJECT-SUSPENSE-RECORD.
006970     MOVE ZERO
006980       TO FRS-RESUBMIT-DATE          IN REJECT-SUSPENSE-RECORD.
006990
007000     WRITE REJECT-SUSPENSE-RECORD.
007010     IF NOT FCRRSUS-STATUS-OK
007020         MOVE 'FCRRSUS' TO FEC-FILE-ID
007030         MOVE FCRRSUS-STATUS TO FEC-FILE-STATUS
007040         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
007050     END-IF.
007060
007070     ADD 1 TO NEW-ENTRY-CTR          IN SUSPENSE-TOTALS.
007080     MOVE 'NEW - OPEN'
007090       TO DTL-ACTION                 IN DETAIL-LINE.
007100
007110 320000-EXIT.
007120     EXIT.
007130
007140**************************************************************
007150*  330000-REPEAT-ENTRY - A REJECT ALREADY ON SUSPENSE.  ON A    *
007160*    FOLLOW-UP RUN AN ENTRY RESUBMITTED IN THE BATCH IS NOTED   *
007170*    AS RECURRED AND SETTLED BY 400000.  OTHERWISE THE ENTRY    *
007180*    IS COUNTED AGAIN AND REOPENED IF IT HAD BEEN CLOSED -      *
007190*    UNLESS THIS RUN HAS ALREADY BEEN LOADED.                   *
007200**************************************************************
007210 330000-REPEAT-ENTRY.
007220
007230     IF POSTING-RUN                  IN WORK-AREAS
007240       AND FRS-RESUBMITTED           IN REJECT-SUSPENSE-RECORD
007250       AND FRS-RESUBMIT-DATE         IN REJECT-SUSPENSE-RECORD
007260           EQUAL RUN-BATCH-DATE      IN RUN-CONTROLS
007270         PERFORM 340000-NOTE-RECURRENCE THRU 340000-EXIT
007280         GO TO 330000-EXIT
007290     END-IF.
007300
007310     IF FRS-LAST-REJECT-DATE         IN REJECT-SUSPENSE-RECORD
007320       EQUAL RUN-CONVERSION-DATE     IN RUN-CONTROLS
007330         ADD 1 TO ALREADY-LOADED-CTR IN SUSPENSE-TOTALS
007340         MOVE 'NO CHANGE'
007350           TO DTL-ACTION             IN DETAIL-LINE
007360         MOVE 'RUN ALREADY LOADED'
007370           TO DTL-NOTE               IN DETAIL-LINE
007380         GO TO 330000-EXIT
007390     END-IF.
007400
007410     PERFORM 350000-COUNT-REJECT     THRU 350000-EXIT.
007420
007430     IF FRS-OUTSTANDING              IN REJECT-SUSPENSE-RECORD
007440         ADD 1 TO REPEATED-CTR       IN SUSPENSE-TOTALS
007450         MOVE 'REPEATED'
007460           TO DTL-ACTION             IN DETAIL-LINE
007470     ELSE
007480         SET FRS-OPEN                IN REJECT-SUSPENSE-RECORD
007490           TO TRUE
007500         MOVE RUN-CONVERSION-DATE    IN RUN-CONTROLS
007510           TO FRS-STATUS-DATE        IN REJECT-SUSPENSE-RECORD
007520         ADD 1 TO REOPENED-CTR       IN SUSPENSE-TOTALS
007530         MOVE 'REOPENED'
007540           TO DTL-ACTION             IN DETAIL-LINE
007550     END-IF.
007560
007570     PERFORM 360000-REWRITE-ENTRY    THRU 360000-EXIT.
007580
007590 330000-EXIT.
007600     EXIT.
007610
007620 340000-NOTE-RECURRENCE.
007630
007640     IF RKT-ENTRY-COUNT              IN RECURRED-KEY-TABLE
007650       NOT LESS THAN
007660        RKT-MAX-ENTRIES              IN RECURRED-KEY-TABLE
007670         DISPLAY 'FCRXRSU - MORE THAN ' RKT-MAX-ENTRIES
007680                 ' RESUBMITTED REJECTS RECURRED'
007690         MOVE 16 TO RETURN-CODE
007700         STOP RUN
007710     END-IF.
007720
007730     ADD 1 TO RKT-ENTRY-COUNT        IN RECURRED-KEY-TABLE.
007740     MOVE FRS-KEY                    IN REJECT-SUSPENSE-RECORD
007750       TO RKT-KEY                    IN RECURRED-KEY-TABLE
007760                                     (RKT-ENTRY-COUNT
007770                                  IN RECURRED-KEY-TABLE).
007780
007790     PERFORM 350000-COUNT-REJECT     THRU 350000-EXIT.
007800     PERFORM 360000-REWRITE-ENTRY    THRU 360000-EXIT.
007810
007820     ADD 1 TO RECURRED-CTR           IN SUSPENSE-TOTALS.
007830     MOVE 'RECURRED'
007840       TO DTL-ACTION                 IN DETAIL-LINE.
007850     IF FRS-POLICY-ID                IN REJECT-SUSPENSE-RECORD
007860       NOT EQUAL RKW-POLICY-ID       IN REJECT-KEY-WORK
007870         STRING 'UNDER NEW POLICY ID '
007880                RKW-POLICY-ID        IN REJECT-KEY-WORK
007890                DELIMITED BY SIZE
007900           INTO DTL-NOTE             IN DETAIL-LINE
007910     END-IF.
007920
007930 340000-EXIT.
007940     EXIT.
007950
007960 350000-COUNT-REJECT.
007970
007980     IF FRS-REJECT-COUNT             IN REJECT-SUSPENSE-RECORD
007990       LESS THAN 999
008000         ADD 1
008010           TO FRS-REJECT-COUNT       IN REJECT-SUSPENSE-RECORD
008020     END-IF.
008030     MOVE RUN-CONVERSION-DATE        IN RUN-CONTROLS
008040       TO FRS-LAST-REJECT-DATE       IN REJECT-SUSPENSE-RECORD.
008050
008060 350000-EXIT.
008070     EXIT.
008080
008090 360000-REWRITE-ENTRY.
008100
008110     REWRITE REJECT-SUSPENSE-RECORD.
008120     IF NOT FCRRSUS-STATUS-OK
008130         MOVE 'FCRRSUS' TO FEC-FILE-ID
008140         MOVE FCRRSUS-STATUS TO FEC-FILE-STATUS
008150         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
008160     END-IF.
008170
008180 360000-EXIT.
008190     EXIT.
008200
008210**************************************************************
008220*  380000-WRITE-DETAIL - LISTS THE ENTRY IN THE RECORD AREA.    *
008230*    THE ACTION AND ANY NOTE ARE ALREADY IN THE DETAIL LINE.    *
008240**************************************************************
008250 380000-WRITE-DETAIL.
008260
008270     MOVE FRS-POLICY-ID              IN REJECT-SUSPENSE-RECORD
008280       TO DTL-POLICY-ID              IN DETAIL-LINE.
008290     MOVE FRS-RECORD-NUMBER          IN REJECT-SUSPENSE-RECORD
008300       TO DTL-RECORD-NUMBER          IN DETAIL-LINE.
008310     MOVE FRS-BALANCE-AREA           IN REJECT-SUSPENSE-RECORD
008320       TO DTL-BALANCE-AREA           IN DETAIL-LINE.
008330     MOVE FRS-OCCURRENCE-NUMBER      IN REJECT-SUSPENSE-RECORD
008340       TO DTL-OCCURRENCE-NUMBER      IN DETAIL-LINE.
008350     MOVE FRS-SLOT-NUMBER            IN REJECT-SUSPENSE-RECORD
008360       TO DTL-SLOT-NUMBER            IN DETAIL-LINE.
008370     MOVE FRS-REASON-CODE            IN REJECT-SUSPENSE-RECORD
008380       TO DTL-REASON-CODE            IN DETAIL-LINE.
008390     MOVE FRS-REASON-TEXT            IN REJECT-SUSPENSE-RECORD
008400       TO DTL-REASON-TEXT            IN DETAIL-LINE.
008410     MOVE FRS-REJECT-COUNT           IN REJECT-SUSPENSE-RECORD
008420       TO DTL-REJECT-COUNT           IN DETAIL-LINE.
008430
008440     MOVE DETAIL-LINE                TO SUSPENSE-REPORT-LINE.
008450     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
008460
008470 380000-EXIT.
008480     EXIT.
008490
008500**************************************************************
008510*  400000-POST-OUTCOMES - FOLLOW-UP RUN ONLY.  EVERY ENTRY      *
008520*    RESUBMITTED ON THE BATCH IS SETTLED: RE-REJECTED IF ITS    *
008530*    REJECT CAME BACK IN THIS RUN, OTHERWISE CORRECTED.  THE    *
008540*    RESUBMIT POLICY ID IS KEPT AS THE ID THE TRANSACTION NOW   *
008545*    CARRIES.  AN ENTRY ALREADY SETTLED BY AN EARLIER LOAD OF   *
008550*    THIS RUN (CORRECTED OR RE-REJECTED, RESUBMIT SWITCH OFF)   *
008555*    IS LEFT AS IT IS.                                          *
008560**************************************************************
008570 400000-POST-OUTCOMES.
008580
008590     MOVE LOW-VALUES
008600       TO FRS-KEY                    IN REJECT-SUSPENSE-RECORD.
008610     PERFORM 280000-START-BROWSE     THRU 280000-EXIT.
008620
008630     PERFORM 410000-SETTLE-ONE-ENTRY THRU 410000-EXIT
008640       UNTIL SUSPENSE-EOF            IN WORK-AREAS.
008650
008660 400000-EXIT.
008670     EXIT.
008680
008690 410000-SETTLE-ONE-ENTRY.
008700
008710     PERFORM 285000-READ-NEXT-ENTRY  THRU 285000-EXIT.
008720
008730     IF SUSPENSE-EOF                 IN WORK-AREAS
008740         GO TO 410000-EXIT
008750     END-IF.
008760
008761     IF FRS-RESUBMIT-DATE            IN REJECT-SUSPENSE-RECORD
008762       NOT EQUAL RUN-BATCH-DATE      IN RUN-CONTROLS
008763         GO TO 410000-EXIT
008764     END-IF.
008765
008770     IF NOT FRS-RESUBMITTED          IN REJECT-SUSPENSE-RECORD
008800         GO TO 410000-EXIT
008810     END-IF.
008820
008830     MOVE SPACE
008840       TO MATCH-FOUND-SW             IN WORK-AREAS.
008850     MOVE 1 TO RKT-SUB               IN RECURRED-KEY-TABLE.
008860
008870     PERFORM 411000-TEST-ONE-RECURRED THRU 411000-EXIT
008880       UNTIL MATCH-FOUND             IN WORK-AREAS
008890          OR RKT-SUB                 IN RECURRED-KEY-TABLE
008900             GREATER THAN
008910             RKT-ENTRY-COUNT         IN RECURRED-KEY-TABLE.
008920
008930     MOVE SPACES                     TO DETAIL-LINE.
008940
008950     IF MATCH-FOUND                  IN WORK-AREAS
008960         SET FRS-RE-REJECTED         IN REJECT-SUSPENSE-RECORD
008970           TO TRUE
008980         ADD 1 TO RE-REJECTED-CTR    IN SUSPENSE-TOTALS
008990         MOVE 'RE-REJECTED'
009000           TO DTL-ACTION             IN DETAIL-LINE
009010     ELSE
009020         SET FRS-CORRECTED           IN REJECT-SUSPENSE-RECORD
009030           TO TRUE
009040         ADD 1 TO CORRECTED-CTR      IN SUSPENSE-TOTALS
009050         MOVE 'CORRECTED'
009060           TO DTL-ACTION             IN DETAIL-LINE
009070     END-IF.
009080
009090     MOVE SPACE
009100       TO FRS-RESUBMIT-SW            IN REJECT-SUSPENSE-RECORD.
009110     MOVE RUN-CONVERSION-DATE        IN RUN-CONTROLS
009120       TO FRS-STATUS-DATE            IN REJECT-SUSPENSE-RECORD.
009130
009140     PERFORM 360000-REWRITE-ENTRY    THRU 360000-EXIT.
009150
009160     STRING 'BATCH ' RUN-BATCH-DATE  IN RUN-CONTROLS
009170            ' AS '
009180            FRS-RESUBMIT-POLICY-ID   IN REJECT-SUSPENSE-RECORD
009190            DELIMITED BY SIZE
009200       INTO DTL-NOTE                 IN DETAIL-LINE.
009210     PERFORM 380000-WRITE-DETAIL     THRU 380000-EXIT.
009220
009230 410000-EXIT.
009240     EXIT.
009250
009260 411000-TEST-ONE-RECURRED.
009270
009280     IF RKT-KEY                      IN RECURRED-KEY-TABLE
009290                                     (RKT-SUB
009300                                  IN RECURRED-KEY-TABLE)
009310       EQUAL FRS-KEY                 IN REJECT-SUSPENSE-RECORD
009320         SET MATCH-FOUND             IN WORK-AREAS TO TRUE
009330     END-IF.
009340
009350     ADD 1 TO RKT-SUB                IN RECURRED-KEY-TABLE.
009360
009370 411000-EXIT.
009380     EXIT.
009390
009400**************************************************************
009410*  800000-TERMINATION - PRINTS THE TOTALS AND CLOSES THE FILES. *
009420*    A FOLLOW-UP RUN WITH NOTHING RESUBMITTED UNDER ITS BATCH   *
009430*    ENDS WITH RETURN CODE 8.                                   *
009440**************************************************************
009450 800000-TERMINATION.
009460
009470     MOVE SPACES                     TO SUSPENSE-REPORT-LINE.
009480     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
009490
009500     MOVE SPACES                     TO TOTAL-LINE.
009510     MOVE 'REJECTS READ'
009520       TO TTL-LABEL                  IN TOTAL-LINE.
009530     MOVE REJECTS-READ-CTR           IN SUSPENSE-TOTALS
009540       TO TTL-COUNT                  IN TOTAL-LINE.
009550     PERFORM 810000-WRITE-TOTAL-LINE THRU 810000-EXIT.
009560     MOVE 'NEW ENTRIES OPENED'
009570       TO TTL-LABEL                  IN TOTAL-LINE.
009580     MOVE NEW-ENTRY-CTR              IN SUSPENSE-TOTALS
009590       TO TTL-COUNT                  IN TOTAL-LINE.
009600     PERFORM 810000-WRITE-TOTAL-LINE THRU 810000-EXIT.
009610     MOVE 'OUTSTANDING ENTRIES REPEATED'
009620       TO TTL-LABEL                  IN TOTAL-LINE.
009630     MOVE REPEATED-CTR               IN SUSPENSE-TOTALS
009640       TO TTL-COUNT                  IN TOTAL-LINE.
009650     PERFORM 810000-WRITE-TOTAL-LINE THRU 810000-EXIT.
009660     MOVE 'CLOSED ENTRIES REOPENED'
009670       TO TTL-LABEL                  IN TOTAL-LINE.
009680     MOVE REOPENED-CTR               IN SUSPENSE-TOTALS
009690       TO TTL-COUNT                  IN TOTAL-LINE.
009700     PERFORM 810000-WRITE-TOTAL-LINE THRU 810000-EXIT.
009710     MOVE 'ALREADY LOADED - NO CHANGE'
009720       TO TTL-LABEL                  IN TOTAL-LINE.
009730     MOVE ALREADY-LOADED-CTR         IN SUSPENSE-TOTALS
009740       TO TTL-COUNT                  IN TOTAL-LINE.
009750     PERFORM 810000-WRITE-TOTAL-LINE THRU 810000-EXIT.
009760
009770     IF POSTING-RUN                  IN WORK-AREAS
009780         MOVE 'ENTRIES RESUBMITTED IN THE BATCH'
009790           TO TTL-LABEL              IN TOTAL-LINE
009800         MOVE RESUBMITTED-CTR        IN SUSPENSE-TOTALS
009810           TO TTL-COUNT              IN TOTAL-LINE
009820         PERFORM 810000-WRITE-TOTAL-LINE THRU 810000-EXIT
009830         MOVE '  SETTLED AS CORRECTED'
009840           TO TTL-LABEL              IN TOTAL-LINE
009850         MOVE CORRECTED-CTR          IN SUSPENSE-TOTALS
009860           TO TTL-COUNT              IN TOTAL-LINE
009870         PERFORM 810000-WRITE-TOTAL-LINE THRU 810000-EXIT
009880         MOVE '  SETTLED AS RE-REJECTED'
009890           TO TTL-LABEL              IN TOTAL-LINE
009900         MOVE RE-REJECTED-CTR        IN SUSPENSE-TOTALS
009910           TO TTL-COUNT              IN TOTAL-LINE
009920         PERFORM 810000-WRITE-TOTAL-LINE THRU 810000-EXIT
009921         MOVE '  ALREADY SETTLED - NO CHANGE'
009922           TO TTL-LABEL              IN TOTAL-LINE
009923         MOVE ALREADY-SETTLED-CTR    IN SUSPENSE-TOTALS
009924           TO TTL-COUNT              IN TOTAL-LINE
009925         PERFORM 810000-WRITE-TOTAL-LINE THRU 810000-EXIT
009930     END-IF.
009940
009950     IF POSTING-RUN                  IN WORK-AREAS
009960       AND RESUBMITTED-CTR           IN SUSPENSE-TOTALS
009970           EQUAL ZERO
009980         MOVE SPACES                 TO TOTAL-LINE
009990         MOVE 'NO ENTRIES WERE RESUBMITTED IN THE BATCH'
010000           TO TTL-LABEL              IN TOTAL-LINE
010010         PERFORM 810000-WRITE-TOTAL-LINE THRU 810000-EXIT
010020         DISPLAY 'FCRXRSU - NO SUSPENSE ENTRIES RESUBMITTED '
010030                 'UNDER BATCH ' RUN-BATCH-DATE
010040         MOVE 8 TO RETURN-CODE
010050     END-IF.
010060
010070     CLOSE REJECT-FILE
010080           REJECT-SUSPENSE-FILE
010090           SUSPENSE-REPORT-FILE.
010100
010110 800000-EXIT.
010120     EXIT.
010130
010140 810000-WRITE-TOTAL-LINE.
010150
010160     MOVE TOTAL-LINE                 TO SUSPENSE-REPORT-LINE.
010170     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
010180
010190 810000-EXIT.
010200     EXIT.
010210
010220**************************************************************
010230*  900000-ABEND-ON-FILE-ERROR - COMMON HANDLER FOR A BAD FILE    *
010240*    STATUS ON OPEN, READ, WRITE OR CLOSE.  DISPLAYS THE         *
010250*    OFFENDING FILE AND STATUS CODE AND ABENDS THE RUN.          *
010260**************************************************************
010270 900000-ABEND-ON-FILE-ERROR.
010280
010290     DISPLAY 'FCRXRSU - I/O ERROR ON FILE ' FEC-FILE-ID
010300             ' - FILE STATUS = ' FEC-FILE-STATUS.
010310     MOVE 16 TO RETURN-CODE.
010320     STOP RUN.
010330
010340 900000-EXIT.
010350     EXIT.
