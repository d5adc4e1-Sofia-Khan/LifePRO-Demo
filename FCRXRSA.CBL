000010 IDENTIFICATION DIVISION.
000020
000030 PROGRAM-ID. FCRXRSA.
000040
000050*TITLE.      CONVERSION REJECT SUSPENSE AGING REPORT
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
000240* T-0242  Z001801  10/2026  INITIAL VERSION - AGE THE OPEN       *
000250*                           CONVERSION REJECTS ON THE SUSPENSE   *
000260*                           FILE BY REASON CODE                  *
000270*                                                                *
000280*=================================================================
000290*                                                                *
000300*  MODULE NARRATIVE                                              *
000310*   THIS IS PART OF THE WMA / V1 FUNDS CONFIGURATION UTILITY     *
000320*    PROCESS.  IT READS THE REJECT SUSPENSE FILE (FCRRSUS,       *
000330*    CFCRXRS1) AND LISTS EVERY REJECT STILL OUTSTANDING - OPEN   *
000340*    OR RE-REJECTED - WITH ITS AGE IN DAYS SINCE IT WAS FIRST    *
000350*    REJECTED AND ITS AGE BUCKET (OVER 90, OVER 30, OVER 7, OR   *
000360*    7 DAYS AND UNDER).  A REJECT ALREADY RESUBMITTED ON A       *
000370*    CORRECTION FILE (FCRXRCE) IS MARKED AS AWAITING ITS         *
000380*    FOLLOW-UP RUN.  THE LISTING IS FOLLOWED BY THE OUTSTANDING  *
000390*    REJECTS BY REASON CODE AND AGE BUCKET, AND BY THE COUNTS    *
000400*    OF REJECTS CLOSED AS CORRECTED OR ABANDONED.                *
000410*                                                                *
000420*   AGES USE THE SAME MARCH-BASED DAY SERIAL AS THE FUND         *
000430*    EXCEPTION AGING REPORT (FCRXAGE).                           *
000440******************************************************************
000450     EJECT
000460 ENVIRONMENT DIVISION.
000470
000480 INPUT-OUTPUT SECTION.
000490
000500 FILE-CONTROL.
000510
000520     SELECT REJECT-SUSPENSE-FILE  ASSIGN TO FCRRSUS
000530                                   ORGANIZATION IS INDEXED
000540                                   ACCESS MODE IS SEQUENTIAL
000550                                   RECORD KEY IS FRS-KEY
000560                                   FILE STATUS IS FCRRSUS-STATUS.
000570
000580     SELECT SUSPENSE-AGING-FILE   ASSIGN TO FCRRSAG
000590                                   ORGANIZATION IS SEQUENTIAL
000600                                   FILE STATUS IS FCRRSAG-STATUS.
000610
000620 DATA DIVISION.
000630
000640 FILE SECTION.
000650
000660 FD  REJECT-SUSPENSE-FILE.
000670
000680 01  REJECT-SUSPENSE-RECORD.         COPY CFCRXRS1 SUPPRESS.
000690
000700 FD  SUSPENSE-AGING-FILE.
000710
000720 01  SUSPENSE-AGING-LINE             PIC X(132).
000730
000740 WORKING-STORAGE SECTION.
000750
000760 01  FILLER                            PIC X(48)  VALUE
000770     'XXXXX FCRXRSA  WORKING STORAGE STARTS HERE XXXXX'.
000780
000790 01  FILE-STATUS-CODES.
000800     05  FCRRSUS-STATUS              PIC X(02).
000810         88  FCRRSUS-STATUS-OK               VALUE '00'.
000820         88  FCRRSUS-STATUS-EOF              VALUE '10'.
000830     05  FCRRSAG-STATUS              PIC X(02).
000840         88  FCRRSAG-STATUS-OK               VALUE '00'.
000850
000860 01  FILE-ERROR-CONTROLS.
000870     05  FEC-FILE-ID                 PIC X(08).
000880     05  FEC-FILE-STATUS             PIC X(02).
000890
000900 01  WORK-AREAS.
000910     05  SUSPENSE-EOF-SW             PIC X     VALUE SPACE.
000920         88  SUSPENSE-EOF                      VALUE 'Y'.
000930     05  RECORDS-READ-CTR            PIC S9(09) COMP-3
000940                                      VALUE ZERO.
000950     05  OUTSTANDING-LISTED-CTR      PIC S9(09) COMP-3
000960                                      VALUE ZERO.
000970     05  CORRECTED-CTR               PIC S9(09) COMP-3
000980                                      VALUE ZERO.
000990     05  ABANDONED-CTR               PIC S9(09) COMP-3
001000                                      VALUE ZERO.
001010
001020**************************************************************
001030*  SERIAL-DATE-CONTROLS - A YYYYMMDD DATE IS CONVERTED TO A     *
001040*    DAY SERIAL SO AGES COME OUT AS SIMPLE SUBTRACTION.  THE    *
001050*    YEAR IS RE-BASED TO MARCH SO LEAP DAYS FALL AT THE END     *
001060*    AND THE FOUR-YEAR RULE ALONE IS EXACT FOR 2001-2099.       *
001070**************************************************************
001080 01  SERIAL-DATE-CONTROLS.
001090     05  SDC-DATE                    PIC 9(08).
001100     05  SDC-DATE-SPLIT              REDEFINES SDC-DATE.
001110         10  SDC-YEAR                PIC 9(04).
001120         10  SDC-MONTH               PIC 9(02).
001130         10  SDC-DAY                 PIC 9(02).
001140     05  SDC-WORK-YEAR               PIC S9(08) COMP.
001150     05  SDC-WORK-MONTH              PIC S9(08) COMP.
001160     05  SDC-YEAR-DAYS               PIC S9(08) COMP.
001170     05  SDC-MONTH-DAYS              PIC S9(08) COMP.
001180     05  SDC-SERIAL                  PIC S9(08) COMP.
001190     05  TODAY-DATE                  PIC 9(08)  VALUE ZERO.
001200     05  TODAY-SERIAL                PIC S9(08) COMP VALUE ZERO.
001210     05  AGE-DAYS                    PIC S9(08) COMP VALUE ZERO.
001220
001230**************************************************************
001240*  AGE BUCKETS: 1 = OVER 90 DAYS, 2 = OVER 30, 3 = OVER 7,      *
001250*    4 = 7 DAYS AND UNDER.                                      *
001260**************************************************************
001270 01  AGE-BUCKET-CONTROLS.
001280     05  AGB-BUCKET                  PIC S9(04) COMP.
001290     05  AGB-SUBSCRIPT               PIC S9(04) COMP.
001300
001310 01  AGE-BUCKET-NAME-VALUES.
001320     05  FILLER                      PIC X(16) VALUE
001330         'OVER 90 DAYS    '.
001340     05  FILLER                      PIC X(16) VALUE
001350         'OVER 30 DAYS    '.
001360     05  FILLER                      PIC X(16) VALUE
001370         'OVER 7 DAYS     '.
001380     05  FILLER                      PIC X(16) VALUE
001390         '7 DAYS AND UNDER'.
001400
001410 01  AGE-BUCKET-NAMES REDEFINES AGE-BUCKET-NAME-VALUES.
001420     05  AGB-BUCKET-NAME             OCCURS 4 TIMES
001430                                     PIC X(16).
001440
001450**************************************************************
001460*  REASON-TOTAL-TABLE - OUTSTANDING REJECTS PER REASON CODE:    *
001470*    ROWS 1-10 ARE E001-E010, ROW 11 ANY OTHER CODE.  EACH ROW  *
001480*    COUNTS THE FOUR AGE BUCKETS, THE REJECTS RE-REJECTED BY A  *
001490*    CORRECTION RUN AND THOSE AWAITING ONE.                     *
001500**************************************************************
001510 01  REASON-TOTAL-CONTROLS.
001520     05  RSN-SUBSCRIPT               PIC S9(04) COMP.
001530     05  RSN-NUMBER                  PIC 9(03).
001540
001550 01  REASON-TOTAL-TABLE.
001560     05  REASON-TOTAL-ENTRY          OCCURS 11 TIMES.
001570         10  RSN-REASON-TEXT         PIC X(30).
001580         10  RSN-BUCKET-COUNT        OCCURS 4 TIMES
001590                                     PIC S9(09) COMP-3.
001600         10  RSN-TOTAL-COUNT         PIC S9(09) COMP-3.
001610         10  RSN-RE-REJECTED-COUNT   PIC S9(09) COMP-3.
001620         10  RSN-AWAITING-COUNT      PIC S9(09) COMP-3.
001630
001640 01  SUSPENSE-HEADING-1.
001650     05  FILLER                      PIC X(09)  VALUE
001660         'FCRXRSA  '.
001670     05  FILLER                      PIC X(50)  VALUE
001680         'CONVERSION REJECT SUSPENSE AGING - OUTSTANDING'.
001690     05  FILLER                      PIC X(06)  VALUE 'AS OF '.
001700     05  SH1-TODAY-DATE              PIC 9(08).
001710     05  FILLER                      PIC X(59)  VALUE SPACES.
001720
001730 01  SUSPENSE-HEADING-2.
001740     05  FILLER                      PIC X(12)  VALUE
001750         'POLICY ID   '.
001760     05  FILLER                      PIC X(11)  VALUE
001770         'RECORD NO  '.
001780     05  FILLER                      PIC X(14)  VALUE
001790         'AR OC SL RSN  '.
001800     05  FILLER                      PIC X(31)  VALUE
001810         'REASON                         '.
001820     05  FILLER                      PIC X(12)  VALUE
001830         'STATUS      '.
001840     05  FILLER                      PIC X(10)  VALUE
001850         '1ST REJECT'.
001860     05  FILLER                      PIC X(04)  VALUE 'CNT '.
001870     05  FILLER                      PIC X(07)  VALUE '   AGE '.
001880     05  FILLER                      PIC X(17)  VALUE
001890         'AGE BUCKET       '.
001900     05  FILLER                      PIC X(14)  VALUE
001910         'NOTE          '.
001920
001930 01  SUSPENSE-DETAIL-LINE.
001940     05  SDL-POLICY-ID               PIC X(10).
001950     05  FILLER                      PIC X(02)  VALUE SPACES.
001960     05  SDL-RECORD-NUMBER           PIC X(09).
001970     05  FILLER                      PIC X(02)  VALUE SPACES.
001980     05  SDL-BALANCE-AREA            PIC X(01).
001990     05  FILLER                      PIC X(02)  VALUE SPACES.
002000     05  SDL-OCCURRENCE              PIC 9(02).
002010     05  FILLER                      PIC X(01)  VALUE SPACE.
002020     05  SDL-SLOT                    PIC 9(02).
002030     05  FILLER                      PIC X(01)  VALUE SPACE.
002040     05  SDL-REASON-CODE             PIC X(04).
002050     05  FILLER                      PIC X(01)  VALUE SPACE.
002060     05  SDL-REASON-TEXT             PIC X(30).
002070     05  FILLER                      PIC X(01)  VALUE SPACE.
002080     05  SDL-STATUS                  PIC X(11).
002090     05  FILLER                      PIC X(01)  VALUE SPACE.
002100     05  SDL-FIRST-REJECT-DATE       PIC 9(08).
002110     05  FILLER                      PIC X(02)  VALUE SPACES.
002120     05  SDL-REJECT-COUNT            PIC ZZ9.
002130     05  FILLER                      PIC X(01)  VALUE SPACE.
002140     05  SDL-AGE-DAYS                PIC ZZ,ZZ9.
002150     05  FILLER                      PIC X(01)  VALUE SPACE.
002160     05  SDL-AGE-BUCKET              PIC X(16).
002170     05  FILLER                      PIC X(01)  VALUE SPACE.
002180     05  SDL-NOTE                    PIC X(14).
002190
002200 01  REASON-HEADING.
002210     05  FILLER                      PIC X(06)  VALUE 'RSN   '.
002220     05  FILLER                      PIC X(31)  VALUE
002230         'REASON                         '.
002240     05  FILLER                      PIC X(12)  VALUE
002250         '    OVER 90 '.
002260     05  FILLER                      PIC X(12)  VALUE
002270         '    OVER 30 '.
002280     05  FILLER                      PIC X(12)  VALUE
002290         '     OVER 7 '.
002300     05  FILLER                      PIC X(12)  VALUE
002310         '  7 & UNDER '.
002320     05  FILLER                      PIC X(12)  VALUE
002330         '      TOTAL '.
002340     05  FILLER                      PIC X(12)  VALUE
002350         'RE-REJECTED '.
002360     05  FILLER                      PIC X(12)  VALUE
002370         '   AWAITING '.
002380     05  FILLER                      PIC X(11)  VALUE SPACES.
002390
002400 01  REASON-TOTAL-LINE.
002410     05  RTL-REASON-CODE             PIC X(04).
002420     05  FILLER                      PIC X(02)  VALUE SPACES.
002430     05  RTL-REASON-TEXT             PIC X(30).
002440     05  FILLER                      PIC X(01)  VALUE SPACE.
002450     05  RTL-BUCKET-COUNT            OCCURS 4 TIMES
002460                                     PIC ZZZ,ZZZ,ZZ9B.
002470     05  RTL-TOTAL-COUNT             PIC ZZZ,ZZZ,ZZ9B.
002480     05  RTL-RE-REJECTED-COUNT       PIC ZZZ,ZZZ,ZZ9B.
002490     05  RTL-AWAITING-COUNT          PIC ZZZ,ZZZ,ZZ9B.
002500     05  FILLER                      PIC X(11)  VALUE SPACES.
002510
002520 01  SUSPENSE-TOTAL-LINE.
002530     05  STL-LABEL                   PIC X(40).
002540     05  STL-VALUE                   PIC ZZZ,ZZZ,ZZ9.
002550     05  FILLER                      PIC X(81)  VALUE SPACES.
002560
002570 01  FILLER                          PIC X(48)  VALUE
002580     'XXXX FCRXRSA  WORKING STORAGE ENDS HERE XXXX'.
002590     EJECT
002600 PROCEDURE DIVISION.
002610
002620 000000-MAINLINE.
002630
002640     PERFORM 100000-INITIALIZATION     THRU 100000-EXIT.
002650
002660     PERFORM 200000-AGE-ONE-REJECT     THRU 200000-EXIT
002670       UNTIL SUSPENSE-EOF              IN WORK-AREAS.
002680
002690     PERFORM 300000-TERMINATION        THRU 300000-EXIT.
002700
002710 000000-EXIT.
002720     GOBACK.
002730
002740
002750 100000-INITIALIZATION.
002760
002770     OPEN INPUT  REJECT-SUSPENSE-FILE.
002780     IF NOT FCRRSUS-STATUS-OK
002790         MOVE 'FCRRSUS' TO FEC-FILE-ID
002800         MOVE FCRRSUS-STATUS TO FEC-FILE-STATUS
002810         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
002820     END-IF.
002830     OPEN OUTPUT SUSPENSE-AGING-FILE.
002840     IF NOT FCRRSAG-STATUS-OK
002850         MOVE 'FCRRSAG' TO FEC-FILE-ID
002860         MOVE FCRRSAG-STATUS TO FEC-FILE-STATUS
002870         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
002880     END-IF.
002890
002900     ACCEPT TODAY-DATE               IN SERIAL-DATE-CONTROLS
002910         FROM DATE YYYYMMDD.
002920     MOVE TODAY-DATE                 IN SERIAL-DATE-CONTROLS
002930       TO SDC-DATE                   IN SERIAL-DATE-CONTROLS.
002940     PERFORM 800000-DATE-TO-SERIAL   THRU 800000-EXIT.
002950     MOVE SDC-SERIAL                 IN SERIAL-DATE-CONTROLS
002960       TO TODAY-SERIAL               IN SERIAL-DATE-CONTROLS.
002970
002980     MOVE 1 TO RSN-SUBSCRIPT         IN REASON-TOTAL-CONTROLS.
002990     PERFORM 110000-CLEAR-ONE-REASON THRU 110000-EXIT
003000       UNTIL RSN-SUBSCRIPT           IN REASON-TOTAL-CONTROLS
003010             GREATER THAN 11.
003020
003030     MOVE TODAY-DATE                 IN SERIAL-DATE-CONTROLS
003040       TO SH1-TODAY-DATE             IN SUSPENSE-HEADING-1.
003050     MOVE SUSPENSE-HEADING-1         TO SUSPENSE-AGING-LINE.
003060     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
003070     MOVE SPACES                     TO SUSPENSE-AGING-LINE.
003080     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
003090     MOVE SUSPENSE-HEADING-2         TO SUSPENSE-AGING-LINE.
003100     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
003110
003120 100000-EXIT.
003130     EXIT.
003140
003150 110000-CLEAR-ONE-REASON.
003160
003170     MOVE SPACES
003180       TO RSN-REASON-TEXT            IN REASON-TOTAL-TABLE
003190                                     (RSN-SUBSCRIPT
003200                                  IN REASON-TOTAL-CONTROLS).
003210     MOVE ZERO
003220       TO RSN-BUCKET-COUNT           IN REASON-TOTAL-TABLE
003230                                     (RSN-SUBSCRIPT
003240                                  IN REASON-TOTAL-CONTROLS 1)
003250          RSN-BUCKET-COUNT           IN REASON-TOTAL-TABLE
003260                                     (RSN-SUBSCRIPT
003270                                  IN REASON-TOTAL-CONTROLS 2)
003280          RSN-BUCKET-COUNT           IN REASON-TOTAL-TABLE
003290                                     (RSN-SUBSCRIPT
003300                                  IN REASON-TOTAL-CONTROLS 3)
003310          RSN-BUCKET-COUNT           IN REASON-TOTAL-TABLE
003320                                     (RSN-SUBSCRIPT
003330                                  IN REASON-TOTAL-CONTROLS 4)
003340          RSN-TOTAL-COUNT            IN REASON-TOTAL-TABLE
003350                                     (RSN-SUBSCRIPT
003360                                  IN REASON-TOTAL-CONTROLS)
003370          RSN-RE-REJECTED-COUNT      IN REASON-TOTAL-TABLE
003380                                     (RSN-SUBSCRIPT
003390                                  IN REASON-TOTAL-CONTROLS)
003400          RSN-AWAITING-COUNT         IN REASON-TOTAL-TABLE
003410                                     (RSN-SUBSCRIPT
003420                                  IN REASON-TOTAL-CONTROLS).
003430
003440     ADD 1 TO RSN-SUBSCRIPT          IN REASON-TOTAL-CONTROLS.
003450
003460 110000-EXIT.
003470     EXIT.
003480
003490**************************************************************
003500*  200000-AGE-ONE-REJECT - READS ONE SUSPENSE ENTRY.  A CLOSED  *
003510*    ENTRY IS ONLY COUNTED; AN OUTSTANDING ONE IS AGED FROM     *
003520*    ITS FIRST REJECT DATE, LISTED AND ROLLED INTO ITS REASON   *
003530*    CODE'S TOTALS.                                             *
003540**************************************************************
003550 200000-AGE-ONE-REJECT.
003560
003570     READ REJECT-SUSPENSE-FILE.
003580
003590     IF FCRRSUS-STATUS-EOF
003600         SET SUSPENSE-EOF            IN WORK-AREAS TO TRUE
003610         GO TO 200000-EXIT
003620     END-IF.
003630
003640     IF NOT FCRRSUS-STATUS-OK
003650         MOVE 'FCRRSUS' TO FEC-FILE-ID
003660         MOVE FCRRSUS-STATUS TO FEC-FILE-STATUS
003670         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
003680     END-IF.
003690
003700     ADD 1 TO RECORDS-READ-CTR       IN WORK-AREAS.
003710
003720     IF FRS-CORRECTED                IN REJECT-SUSPENSE-RECORD
003730         ADD 1 TO CORRECTED-CTR      IN WORK-AREAS
003740         GO TO 200000-EXIT
003750     END-IF.
003760
003770     IF FRS-ABANDONED                IN REJECT-SUSPENSE-RECORD
003780         ADD 1 TO ABANDONED-CTR      IN WORK-AREAS
003790         GO TO 200000-EXIT
003800     END-IF.
003810
003820     MOVE FRS-FIRST-REJECT-DATE      IN REJECT-SUSPENSE-RECORD
003830       TO SDC-DATE                   IN SERIAL-DATE-CONTROLS.
003840     PERFORM 800000-DATE-TO-SERIAL   THRU 800000-EXIT.
003850
003860     COMPUTE AGE-DAYS                IN SERIAL-DATE-CONTROLS
003870         =   TODAY-SERIAL            IN SERIAL-DATE-CONTROLS
003880         -   SDC-SERIAL              IN SERIAL-DATE-CONTROLS.
003890     IF AGE-DAYS                     IN SERIAL-DATE-CONTROLS
003900       LESS THAN ZERO
003910         MOVE ZERO
003920           TO AGE-DAYS               IN SERIAL-DATE-CONTROLS
003930     END-IF.
003940
003950     EVALUATE TRUE
003960       WHEN AGE-DAYS                 IN SERIAL-DATE-CONTROLS
003970            GREATER THAN 90
003980         MOVE 1 TO AGB-BUCKET        IN AGE-BUCKET-CONTROLS
003990       WHEN AGE-DAYS                 IN SERIAL-DATE-CONTROLS
004000            GREATER THAN 30
004010         MOVE 2 TO AGB-BUCKET        IN AGE-BUCKET-CONTROLS
004020       WHEN AGE-DAYS                 IN SERIAL-DATE-CONTROLS
004030            GREATER THAN 7
004040         MOVE 3 TO AGB-BUCKET        IN AGE-BUCKET-CONTROLS
004050       WHEN OTHER
004060         MOVE 4 TO AGB-BUCKET        IN AGE-BUCKET-CONTROLS
004070     END-EVALUATE.
004080
004090     PERFORM 210000-POST-REASON-TOTAL THRU 210000-EXIT.
004100
004110     MOVE SPACES                     TO SUSPENSE-DETAIL-LINE.
004120     MOVE FRS-POLICY-ID              IN REJECT-SUSPENSE-RECORD
004130       TO SDL-POLICY-ID              IN SUSPENSE-DETAIL-LINE.
004140     MOVE FRS-RECORD-NUMBER          IN REJECT-SUSPENSE-RECORD
004150       TO SDL-RECORD-NUMBER          IN SUSPENSE-DETAIL-LINE.
004160     MOVE FRS-BALANCE-AREA           IN REJECT-SUSPENSE-RECORD
004170       TO SDL-BALANCE-AREA           IN SUSPENSE-DETAIL-LINE.
004180     MOVE FRS-OCCURRENCE-NUMBER      IN REJECT-SUSPENSE-RECORD
004190       TO SDL-OCCURRENCE             IN SUSPENSE-DETAIL-LINE.
004200     MOVE FRS-SLOT-NUMBER            IN REJECT-SUSPENSE-RECORD
004210       TO SDL-SLOT                   IN SUSPENSE-DETAIL-LINE.
004220     MOVE FRS-REASON-CODE            IN REJECT-SUSPENSE-RECORD
004230       TO SDL-REASON-CODE            IN SUSPENSE-DETAIL-LINE.
004240     MOVE FRS-REASON-TEXT            IN REJECT-SUSPENSE-RECORD
004250       TO SDL-REASON-TEXT            IN SUSPENSE-DETAIL-LINE.
004260     IF FRS-RE-REJECTED              IN REJECT-SUSPENSE-RECORD
004270         MOVE 'RE-REJECTED'
004280           TO SDL-STATUS             IN SUSPENSE-DETAIL-LINE
004290     ELSE
004300         MOVE 'OPEN'
004310           TO SDL-STATUS             IN SUSPENSE-DETAIL-LINE
004320     END-IF.
004330     MOVE FRS-FIRST-REJECT-DATE      IN REJECT-SUSPENSE-RECORD
004340       TO SDL-FIRST-REJECT-DATE      IN SUSPENSE-DETAIL-LINE.
004350     MOVE FRS-REJECT-COUNT           IN REJECT-SUSPENSE-RECORD
004360       TO SDL-REJECT-COUNT           IN SUSPENSE-DETAIL-LINE.
004370     MOVE AGE-DAYS                   IN SERIAL-DATE-CONTROLS
004380       TO SDL-AGE-DAYS               IN SUSPENSE-DETAIL-LINE.
004390     MOVE AGB-BUCKET-NAME            IN AGE-BUCKET-NAMES
004400                                     (AGB-BUCKET
004410                                  IN AGE-BUCKET-CONTROLS)
004420       TO SDL-AGE-BUCKET             IN SUSPENSE-DETAIL-LINE.
004430     IF FRS-RESUBMITTED              IN REJECT-SUSPENSE-RECORD
004440         MOVE 'AWAITING RERUN'
004450           TO SDL-NOTE               IN SUSPENSE-DETAIL-LINE
004460     END-IF.
004470
004480     MOVE SUSPENSE-DETAIL-LINE       TO SUSPENSE-AGING-LINE.
004490     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
004500
004510     ADD 1 TO OUTSTANDING-LISTED-CTR IN WORK-AREAS.
004520
004530 200000-EXIT.
004540     EXIT.
004550
004560**************************************************************
004570*  210000-POST-REASON-TOTAL - ADDS THE OUTSTANDING ENTRY IN     *
004580*    HAND TO ITS REASON CODE'S ROW.  THE ROW TAKES ITS TEXT     *
004590*    FROM THE FIRST ENTRY SEEN.                                 *
004600**************************************************************
004610 210000-POST-REASON-TOTAL.
004620
004630     MOVE 11 TO RSN-SUBSCRIPT        IN REASON-TOTAL-CONTROLS.
004640
004650     IF FRS-REASON-CODE              IN REJECT-SUSPENSE-RECORD
004660                                     (1 : 1) EQUAL 'E'
004670       AND FRS-REASON-CODE           IN REJECT-SUSPENSE-RECORD
004680                                     (2 : 3) NUMERIC
004690         MOVE FRS-REASON-CODE        IN REJECT-SUSPENSE-RECORD
004700                                     (2 : 3)
004710           TO RSN-NUMBER             IN REASON-TOTAL-CONTROLS
004720         IF RSN-NUMBER               IN REASON-TOTAL-CONTROLS
004730             GREATER THAN ZERO
004740           AND RSN-NUMBER            IN REASON-TOTAL-CONTROLS
004750               NOT GREATER THAN 10
004760             MOVE RSN-NUMBER         IN REASON-TOTAL-CONTROLS
004770               TO RSN-SUBSCRIPT      IN REASON-TOTAL-CONTROLS
004780         END-IF
004790     END-IF.
004800
004810     IF RSN-REASON-TEXT              IN REASON-TOTAL-TABLE
004820                                     (RSN-SUBSCRIPT
004830                                  IN REASON-TOTAL-CONTROLS)
004840       EQUAL SPACES
004850       AND RSN-SUBSCRIPT             IN REASON-TOTAL-CONTROLS
004860           LESS THAN 11
004870         MOVE FRS-REASON-TEXT        IN REJECT-SUSPENSE-RECORD
004880           TO RSN-REASON-TEXT        IN REASON-TOTAL-TABLE
004890                                     (RSN-SUBSCRIPT
004900                                  IN REASON-TOTAL-CONTROLS)
004910     END-IF.
004920
004930     ADD 1
004940       TO RSN-BUCKET-COUNT           IN REASON-TOTAL-TABLE
004950                                     (RSN-SUBSCRIPT
004960                                  IN REASON-TOTAL-CONTROLS
004970                                     AGB-BUCKET
004980                                  IN AGE-BUCKET-CONTROLS)
004990          RSN-TOTAL-COUNT            IN REASON-TOTAL-TABLE
005000                                     (RSN-SUBSCRIPT
005010                                  IN REASON-TOTAL-CONTROLS).
005020
005030     IF FRS-RE-REJECTED              IN REJECT-SUSPENSE-RECORD
005040         ADD 1
005050           TO RSN-RE-REJECTED-COUNT  IN REASON-TOTAL-TABLE
005060                                     (RSN-SUBSCRIPT
005070                                  IN REASON-TOTAL-CONTROLS)
005080     END-IF.
005090
005100     IF FRS-RESUBMITTED              IN REJECT-SUSPENSE-RECORD
005110         ADD 1
005120           TO RSN-AWAITING-COUNT     IN REASON-TOTAL-TABLE
005130                                     (RSN-SUBSCRIPT
005140                                  IN REASON-TOTAL-CONTROLS)
005150     END-IF.
005160
005170 210000-EXIT.
005180     EXIT.
005190
005200 290000-WRITE-REPORT-LINE.
005210
005220     WRITE SUSPENSE-AGING-LINE.
005230     IF NOT FCRRSAG-STATUS-OK
005240         MOVE 'FCRRSAG' TO FEC-FILE-ID
005250         MOVE FCRRSAG-STATUS TO FEC-FILE-STATUS
005260         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
005270     END-IF.
005280
005290 290000-EXIT.
005300     EXIT.
005310
005320 300000-TERMINATION.
005330
005340     MOVE SPACES                     TO SUSPENSE-AGING-LINE.
005350     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
005360     MOVE 'OUTSTANDING REJECTS BY REASON CODE AND AGE'
005370       TO SUSPENSE-AGING-LINE.
005380     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
005390     MOVE SPACES                     TO SUSPENSE-AGING-LINE.
005400     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
005410     MOVE REASON-HEADING             TO SUSPENSE-AGING-LINE.
005420     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
005430
005440     MOVE 1 TO RSN-SUBSCRIPT         IN REASON-TOTAL-CONTROLS.
005450     PERFORM 310000-WRITE-ONE-REASON THRU 310000-EXIT
005460       UNTIL RSN-SUBSCRIPT           IN REASON-TOTAL-CONTROLS
005470             GREATER THAN 11.
005480
005490     MOVE SPACES                     TO SUSPENSE-AGING-LINE.
005500     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
005510
005520     MOVE SPACES                     TO SUSPENSE-TOTAL-LINE.
005530     MOVE 'SUSPENSE ENTRIES READ'    TO STL-LABEL.
005540     MOVE RECORDS-READ-CTR           IN WORK-AREAS
005550       TO STL-VALUE.
005560     PERFORM 320000-WRITE-TOTAL-LINE THRU 320000-EXIT.
005570     MOVE 'OUTSTANDING REJECTS LISTED'
005580                                     TO STL-LABEL.
005590     MOVE OUTSTANDING-LISTED-CTR     IN WORK-AREAS
005600       TO STL-VALUE.
005610     PERFORM 320000-WRITE-TOTAL-LINE THRU 320000-EXIT.
005620     MOVE 'REJECTS CLOSED AS CORRECTED'
005630                                     TO STL-LABEL.
005640     MOVE CORRECTED-CTR              IN WORK-AREAS
005650       TO STL-VALUE.
005660     PERFORM 320000-WRITE-TOTAL-LINE THRU 320000-EXIT.
005670     MOVE 'REJECTS CLOSED AS ABANDONED'
005680                                     TO STL-LABEL.
005690     MOVE ABANDONED-CTR              IN WORK-AREAS
005700       TO STL-VALUE.
005710     PERFORM 320000-WRITE-TOTAL-LINE THRU 320000-EXIT.
005720
005730     CLOSE REJECT-SUSPENSE-FILE.
005740     CLOSE SUSPENSE-AGING-FILE.
005750
005760 300000-EXIT.
005770     EXIT.
005780
005790**************************************************************
005800*  310000-WRITE-ONE-REASON - ONE ROW OF THE REASON MATRIX.  A   *
005810*    REASON WITH NOTHING OUTSTANDING IS NOT PRINTED.            *
005820**************************************************************
005830 310000-WRITE-ONE-REASON.
005840
005850     IF RSN-TOTAL-COUNT              IN REASON-TOTAL-TABLE
005860                                     (RSN-SUBSCRIPT
005870                                  IN REASON-TOTAL-CONTROLS)
005880       EQUAL ZERO
005890         GO TO 310000-NEXT
005900     END-IF.
005910
005920     MOVE SPACES                     TO REASON-TOTAL-LINE.
005930     IF RSN-SUBSCRIPT                IN REASON-TOTAL-CONTROLS
005940       EQUAL 11
005950         MOVE 'OTHR'
005960           TO RTL-REASON-CODE        IN REASON-TOTAL-LINE
005970         MOVE 'OTHER REASON CODES'
005980           TO RTL-REASON-TEXT        IN REASON-TOTAL-LINE
005990     ELSE
006000         MOVE RSN-SUBSCRIPT          IN REASON-TOTAL-CONTROLS
006010           TO RSN-NUMBER             IN REASON-TOTAL-CONTROLS
006020         MOVE 'E'
006030           TO RTL-REASON-CODE        IN REASON-TOTAL-LINE (1 : 1)
006040         MOVE RSN-NUMBER             IN REASON-TOTAL-CONTROLS
006050           TO RTL-REASON-CODE        IN REASON-TOTAL-LINE (2 : 3)
006060         MOVE RSN-REASON-TEXT        IN REASON-TOTAL-TABLE
006070                                     (RSN-SUBSCRIPT
006080                                  IN REASON-TOTAL-CONTROLS)
006090           TO RTL-REASON-TEXT        IN REASON-TOTAL-LINE
006100     END-IF.
006110
006120     MOVE 1 TO AGB-SUBSCRIPT         IN AGE-BUCKET-CONTROLS.
006130     PERFORM 311000-MOVE-ONE-BUCKET  THRU 311000-EXIT
006140       UNTIL AGB-SUBSCRIPT           IN AGE-BUCKET-CONTROLS
006150             GREATER THAN 4.
006160
006170     MOVE RSN-TOTAL-COUNT            IN REASON-TOTAL-TABLE
006180                                     (RSN-SUBSCRIPT
006190                                  IN REASON-TOTAL-CONTROLS)
006200       TO RTL-TOTAL-COUNT            IN REASON-TOTAL-LINE.
006210     MOVE RSN-RE-REJECTED-COUNT      IN REASON-TOTAL-TABLE
006220                                     (RSN-SUBSCRIPT
006230                                  IN REASON-TOTAL-CONTROLS)
006240       TO RTL-RE-REJECTED-COUNT      IN REASON-TOTAL-LINE.
006250     MOVE RSN-AWAITING-COUNT         IN REASON-TOTAL-TABLE
006260                                     (RSN-SUBSCRIPT
006270                                  IN REASON-TOTAL-CONTROLS)
006280       TO RTL-AWAITING-COUNT         IN REASON-TOTAL-LINE.
006290
006300     MOVE REASON-TOTAL-LINE          TO SUSPENSE-AGING-LINE.
006310     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
006320
006330 310000-NEXT.
006340     ADD 1 TO RSN-SUBSCRIPT          IN REASON-TOTAL-CONTROLS.
006350
006360 310000-EXIT.
006370     EXIT.
006380
006390 311000-MOVE-ONE-BUCKET.
006400
006410     MOVE RSN-BUCKET-COUNT           IN REASON-TOTAL-TABLE
006420                                     (RSN-SUBSCRIPT
006430                                  IN REASON-TOTAL-CONTROLS
006440                                     AGB-SUBSCRIPT
006450                                  IN AGE-BUCKET-CONTROLS)
006460       TO RTL-BUCKET-COUNT           IN REASON-TOTAL-LINE
006470                                     (AGB-SUBSCRIPT
006480                                  IN AGE-BUCKET-CONTROLS).
006490
006500     ADD 1 TO AGB-SUBSCRIPT          IN AGE-BUCKET-CONTROLS.
006510
006520 311000-EXIT.
006530     EXIT.
006540
006550 320000-WRITE-TOTAL-LINE.
006560
006570     MOVE SUSPENSE-TOTAL-LINE        TO SUSPENSE-AGING-LINE.
006580     PERFORM 290000-WRITE-REPORT-LINE THRU 290000-EXIT.
006590
006600 320000-EXIT.
006610     EXIT.
006620
006630**************************************************************
006640*  800000-DATE-TO-SERIAL - CONVERTS SDC-DATE (YYYYMMDD) TO A    *
006650*    DAY SERIAL IN SDC-SERIAL.  JANUARY AND FEBRUARY COUNT AS   *
006660*    MONTHS 13 AND 14 OF THE PRIOR YEAR SO THE LEAP DAY FALLS   *
006670*    AT THE YEAR END AND THE FOUR-YEAR RULE ALONE IS EXACT      *
006680*    FOR THE 2001-2099 DATES THIS SUITE CARRIES.                *
006690**************************************************************
006700 800000-DATE-TO-SERIAL.
006710
006720     IF SDC-MONTH                    IN SERIAL-DATE-CONTROLS
006730       GREATER THAN 2
006740         MOVE SDC-YEAR               IN SERIAL-DATE-CONTROLS
006750           TO SDC-WORK-YEAR          IN SERIAL-DATE-CONTROLS
006760         COMPUTE SDC-WORK-MONTH      IN SERIAL-DATE-CONTROLS
006770             =   SDC-MONTH           IN SERIAL-DATE-CONTROLS + 1
006780     ELSE
006790         COMPUTE SDC-WORK-YEAR       IN SERIAL-DATE-CONTROLS
006800             =   SDC-YEAR            IN SERIAL-DATE-CONTROLS - 1
006810         COMPUTE SDC-WORK-MONTH      IN SERIAL-DATE-CONTROLS
006820             =   SDC-MONTH           IN SERIAL-DATE-CONTROLS + 13
006830     END-IF.
006840
006850     COMPUTE SDC-YEAR-DAYS           IN SERIAL-DATE-CONTROLS
006860         = (1461 * SDC-WORK-YEAR     IN SERIAL-DATE-CONTROLS)
006870         / 4.
006880     COMPUTE SDC-MONTH-DAYS          IN SERIAL-DATE-CONTROLS
006890         = (306 * SDC-WORK-MONTH     IN SERIAL-DATE-CONTROLS)
006900         / 10.
006910     COMPUTE SDC-SERIAL              IN SERIAL-DATE-CONTROLS
006920         =   SDC-YEAR-DAYS           IN SERIAL-DATE-CONTROLS
006930         +   SDC-MONTH-DAYS          IN SERIAL-DATE-CONTROLS
006940         +   SDC-DAY                 IN SERIAL-DATE-CONTROLS.
006950
006960 800000-EXIT.
006970     EXIT.
006980
006990**************************************************************
007000*  900000-ABEND-ON-FILE-ERROR - COMMON HANDLER FOR A BAD FILE    *
007010*    STATUS ON OPEN, READ, WRITE OR CLOSE.  DISPLAYS THE         *
007020*    OFFENDING FILE AND STATUS CODE AND ABENDS THE RUN.          *
007030**************************************************************
007040 900000-ABEND-ON-FILE-ERROR.
007050
007060     DISPLAY 'FCRXRSA - I/O ERROR ON FILE ' FEC-FILE-ID
007070             ' - FILE STATUS = ' FEC-FILE-STATUS.
007080     MOVE 16 TO RETURN-CODE.
007090     STOP RUN.
007100
007110 900000-EXIT.
007120     EXIT.
