000010 IDENTIFICATION DIVISION.
000020
000030 PROGRAM-ID. FCRXGLR.
000040
000050*TITLE.      GENERAL-LEDGER ACKNOWLEDGMENT RECONCILIATION
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
000240* T-0237  Z001801  10/2026  INITIAL VERSION - MATCH THE LEDGER'S *
000250*                           ACKNOWLEDGMENT TO THE RESIDUAL-FUND  *
000260*                           POSTING EXTRACTS WITH AGED SUSPENSE  *
000270*                                                                *
000280*=================================================================
000290*                                                                *
000300*  MODULE NARRATIVE                                              *
000310*   THIS IS PART OF THE WMA / V1 FUNDS CONFIGURATION UTILITY     *
000320*    PROCESS.  THE AN AND VL CONVERSIONS WRITE A DEBIT/CREDIT    *
000330*    PAIR TO THEIR POSTING EXTRACTS (FCRGLEX AND FCRVGLX,        *
000340*    CFCRXGL1) FOR EVERY BALANCE REDIRECTED INTO THE RESIDUAL    *
000350*    FUND, AND THE LEDGER SENDS BACK ONE ACKNOWLEDGMENT PER      *
000360*    PAIR (FCRGLAK, CFCRXGA1) SAYING IT POSTED OR REJECTED IT.   *
000370*    THIS RECONCILIATION MATCHES THE TWO SIDES ON POLICY, PLAN,  *
000380*    EFFECTIVE DATE, FROM/TO FUND AND AMOUNT AND LISTS EVERY     *
000390*    PAIR AS ONE OF:                                             *
000400*      POSTED              - THE LEDGER BOOKED WHAT WE SENT      *
000410*      REJECTED BY LEDGER  - WITH THE LEDGER'S REASON            *
000420*      MISSING FROM ACK    - SENT, NOT YET ACKNOWLEDGED          *
000430*      LEDGER UNMATCHED    - POSTED BY THE LEDGER BUT MATCHING   *
000440*                            NOTHING WE SENT                     *
000450*      REJECTED - NOT SENT - REFUSED BY THE LEDGER AND MATCHING  *
000460*                            NOTHING WE SENT (NO MONEY MOVED,    *
000470*                            LISTED ONLY)                        *
000480*                                                                *
000490*   THE DEBIT RECORD STANDS FOR ITS PAIR; CREDIT RECORDS ARE     *
000500*    COUNTED SO THE REPORT SHOWS THE EXTRACTS BALANCED.  EITHER  *
000510*    EXTRACT MAY BE ABSENT WHEN ONLY ONE ENGINE RAN THE CYCLE.   *
000520*                                                                *
000530*   EVERY REJECTED, MISSING OR LEDGER-UNMATCHED ITEM IS WRITTEN  *
000540*    TO THE NEW SUSPENSE FILE (FCRGLSN, CFCRXGS1).  THE NEXT     *
000550*    RUN READS IT BACK AS THE PRIOR SUSPENSE (FCRGLSP) AHEAD OF  *
000560*    THE NEW EXTRACTS, SO A LATE ACKNOWLEDGMENT - OR A REPOST    *
000570*    OF A REJECTED PAIR - CLEARS THE CARRIED ITEM, AND A LATE    *
000580*    EXTRACT CLEARS A CARRIED LEDGER-UNMATCHED POSTING.  NO      *
000590*    PRIOR SUSPENSE FILE MEANS A FIRST RUN.  AN ITEM'S AGE IS    *
000600*    THE DAYS FROM ITS ORIGIN DATE (THE CONVERSION RUN DATE, OR  *
000610*    THE LEDGER DATE FOR A LEDGER-UNMATCHED POSTING) TO THE      *
000620*    RECONCILIATION RUN DATE.  ANY ITEM LEFT IN SUSPENSE PAST    *
000630*    THE AGE LIMIT IS FLAGGED AND THE JOB ENDS WITH RETURN CODE  *
000640*    8 SO FINANCE WORKS IT.                                      *
000650*                                                                *
000660*   THE OPTIONAL OPERATOR PARAMETER CARDS ARE:                   *
000670*      RUN-DATE=YYYYMMDD     (DEFAULT TODAY)                     *
000680*      AGE-LIMIT=NNN         (DAYS, DEFAULT 030)                 *
000690******************************************************************
000700     EJECT
000710 ENVIRONMENT DIVISION.
000720
000730 INPUT-OUTPUT SECTION.
000740
000750 FILE-CONTROL.
000760
000770     SELECT AN-GL-EXTRACT-FILE    ASSIGN TO FCRGLEX
000780                                   ORGANIZATION IS SEQUENTIAL
000790                                   FILE STATUS IS FCRGLEX-STATUS.
000800
000810     SELECT VL-GL-EXTRACT-FILE    ASSIGN TO FCRVGLX
000820                                   ORGANIZATION IS SEQUENTIAL
000830                                   FILE STATUS IS FCRVGLX-STATUS.
000840
000850     SELECT GL-ACK-FILE           ASSIGN TO FCRGLAK
000860                                   ORGANIZATION IS SEQUENTIAL
000870                                   FILE STATUS IS FCRGLAK-STATUS.
000880
000890     SELECT PRIOR-SUSPENSE-FILE   ASSIGN TO FCRGLSP
000900                                   ORGANIZATION IS SEQUENTIAL
000910                                   FILE STATUS IS FCRGLSP-STATUS.
000920
000930     SELECT NEW-SUSPENSE-FILE     ASSIGN TO FCRGLSN
000940                                   ORGANIZATION IS SEQUENTIAL
000950                                   FILE STATUS IS FCRGLSN-STATUS.
000960
000970     SELECT RECON-REPORT-FILE     ASSIGN TO FCRGLRR
000980                                   ORGANIZATION IS SEQUENTIAL
000990                                   FILE STATUS IS FCRGLRR-STATUS.
001000
001010     SELECT PARAMETER-CARD-FILE   ASSIGN TO FCRPARM
001020                                   ORGANIZATION IS SEQUENTIAL
001030                                   FILE STATUS IS FCRPARM-STATUS.
001040
001050 DATA DIVISION.
001060
001070 FILE SECTION.
001080
001090 FD  AN-GL-EXTRACT-FILE.
001100
001110 01  AN-GL-EXTRACT-RECORD.           COPY CFCRXGL1 SUPPRESS.
001120
001130 FD  VL-GL-EXTRACT-FILE.
001140
001150 01  VL-GL-EXTRACT-RECORD.           COPY CFCRXGL1 SUPPRESS.
001160
001170 FD  GL-ACK-FILE.
001180
001190 01  GL-ACK-RECORD.                  COPY CFCRXGA1 SUPPRESS.
001200
001210 FD  PRIOR-SUSPENSE-FILE.
001220
001230 01  PRIOR-SUSPENSE-RECORD.          COPY CFCRXGS1 SUPPRESS.
001240
001250 FD  NEW-SUSPENSE-FILE.
001260
001270 01  NEW-SUSPENSE-RECORD.            COPY CFCRXGS1 SUPPRESS.
001280
001290 FD  RECON-REPORT-FILE.
001300
001310 01  RECON-REPORT-LINE               PIC X(132).
001320
001330 FD  PARAMETER-CARD-FILE.
001340
001350 01  PARAMETER-CARD-RECORD           PIC X(80).
001360
001370 WORKING-STORAGE SECTION.
001380
001390 01  FILLER                            PIC X(48)  VALUE
001400     'XXXXX FCRXGLR  WORKING STORAGE STARTS HERE XXXXX'.
001410
001420 01  FILE-STATUS-CODES.
001430     05  FCRGLEX-STATUS              PIC X(02).
001440         88  FCRGLEX-STATUS-OK               VALUE '00'.
001450         88  FCRGLEX-STATUS-EOF              VALUE '10'.
001460         88  FCRGLEX-STATUS-NOT-FOUND        VALUE '35'.
001470     05  FCRVGLX-STATUS              PIC X(02).
001480         88  FCRVGLX-STATUS-OK               VALUE '00'.
001490         88  FCRVGLX-STATUS-EOF              VALUE '10'.
001500         88  FCRVGLX-STATUS-NOT-FOUND        VALUE '35'.
001510     05  FCRGLAK-STATUS              PIC X(02).
001520         88  FCRGLAK-STATUS-OK               VALUE '00'.
001530         88  FCRGLAK-STATUS-EOF              VALUE '10'.
001540     05  FCRGLSP-STATUS              PIC X(02).
001550         88  FCRGLSP-STATUS-OK               VALUE '00'.
001560         88  FCRGLSP-STATUS-EOF              VALUE '10'.
001570         88  FCRGLSP-STATUS-NOT-FOUND        VALUE '35'.
001580     05  FCRGLSN-STATUS              PIC X(02).
001590         88  FCRGLSN-STATUS-OK               VALUE '00'.
001600     05  FCRGLRR-STATUS              PIC X(02).
001610         88  FCRGLRR-STATUS-OK               VALUE '00'.
001620     05  FCRPARM-STATUS              PIC X(02).
001630         88  FCRPARM-STATUS-OK               VALUE '00'.
001640         88  FCRPARM-STATUS-EOF              VALUE '10'.
001650         88  FCRPARM-STATUS-NOT-FOUND        VALUE '35'.
001660
001670 01  FILE-ERROR-CONTROLS.
001680     05  FEC-FILE-ID                 PIC X(08).
001690     05  FEC-FILE-STATUS             PIC X(02).
001700
001710 01  WORK-AREAS.
001720     05  AN-EXTRACT-EOF-SW           PIC X     VALUE SPACE.
001730         88  AN-EXTRACT-EOF                    VALUE 'Y'.
001740     05  VL-EXTRACT-EOF-SW           PIC X     VALUE SPACE.
001750         88  VL-EXTRACT-EOF                    VALUE 'Y'.
001760     05  ACK-EOF-SW                  PIC X     VALUE SPACE.
001770         88  ACK-EOF                           VALUE 'Y'.
001780     05  SUSPENSE-EOF-SW             PIC X     VALUE SPACE.
001790         88  SUSPENSE-EOF                      VALUE 'Y'.
001800     05  PARM-EOF-SW                 PIC X     VALUE SPACE.
001810         88  PARM-EOF                          VALUE 'Y'.
001820     05  AN-EXTRACT-SW               PIC X     VALUE SPACE.
001830         88  AN-EXTRACT-PRESENT                VALUE 'Y'.
001840     05  VL-EXTRACT-SW               PIC X     VALUE SPACE.
001850         88  VL-EXTRACT-PRESENT                VALUE 'Y'.
001860     05  PRIOR-SUSPENSE-SW           PIC X     VALUE SPACE.
001870         88  PRIOR-SUSPENSE-PRESENT            VALUE 'Y'.
001880     05  RECON-RUN-DATE              PIC 9(08) VALUE ZERO.
001890     05  RECON-AGE-LIMIT             PIC 9(03) VALUE 030.
001900     05  SENT-SOURCE                 PIC X(02) VALUE SPACES.
001910
001920**************************************************************
001930*  SENT-POSTING-WORK - THE EXTRACT RECORD IN HAND, FROM EITHER  *
001940*    EXTRACT, SO ONE SET OF PARAGRAPHS ADDS AN AN OR VL PAIR.   *
001950**************************************************************
001960 01  SENT-POSTING-WORK.              COPY CFCRXGL1 SUPPRESS.
001970
001980 01  RECON-COUNTERS.
001990     05  SUSPENSE-LOADED-CTR         PIC S9(09) COMP-3
002000                                      VALUE ZERO.
002010     05  AN-DEBITS-READ-CTR          PIC S9(09) COMP-3
002020                                      VALUE ZERO.
002030     05  AN-CREDITS-READ-CTR         PIC S9(09) COMP-3
002040                                      VALUE ZERO.
002050     05  VL-DEBITS-READ-CTR          PIC S9(09) COMP-3
002060                                      VALUE ZERO.
002070     05  VL-CREDITS-READ-CTR         PIC S9(09) COMP-3
002080                                      VALUE ZERO.
002090     05  ACKS-READ-CTR               PIC S9(09) COMP-3
002100                                      VALUE ZERO.
002110     05  LATE-EXTRACT-MATCHED-CTR    PIC S9(09) COMP-3
002120                                      VALUE ZERO.
002130     05  SUSPENSE-WRITTEN-CTR        PIC S9(09) COMP-3
002140                                      VALUE ZERO.
002150     05  PAST-AGE-LIMIT-CTR          PIC S9(09) COMP-3
002160                                      VALUE ZERO.
002170     05  PAST-AGE-LIMIT-AMOUNT       PIC S9(13)V99 COMP-3
002180                                      VALUE ZERO.
002190
002200**************************************************************
002210*  SERIAL-DATE-CONTROLS - A YYYYMMDD DATE IS CONVERTED TO A     *
002220*    DAY SERIAL SO AGES COME OUT AS SIMPLE SUBTRACTION.  THE    *
002230*    YEAR IS RE-BASED TO MARCH SO LEAP DAYS FALL AT THE END     *
002240*    AND THE FOUR-YEAR RULE ALONE IS EXACT FOR 2001-2099.       *
002250**************************************************************
002260 01  SERIAL-DATE-CONTROLS.
002270     05  SDC-DATE                    PIC 9(08).
002280     05  SDC-DATE-SPLIT              REDEFINES SDC-DATE.
002290         10  SDC-YEAR                PIC 9(04).
002300         10  SDC-MONTH               PIC 9(02).
002310         10  SDC-DAY                 PIC 9(02).
002320     05  SDC-WORK-YEAR               PIC S9(08) COMP.
002330     05  SDC-WORK-MONTH              PIC S9(08) COMP.
002340     05  SDC-YEAR-DAYS               PIC S9(08) COMP.
002350     05  SDC-MONTH-DAYS              PIC S9(08) COMP.
002360     05  SDC-SERIAL                  PIC S9(08) COMP.
002370     05  RUN-DATE-SERIAL             PIC S9(08) COMP VALUE ZERO.
002380     05  AGE-DAYS                    PIC S9(08) COMP VALUE ZERO.
002390
002400**************************************************************
002410*  RECON-ITEM-TABLE - EVERY ITEM IN PLAY THIS RUN: THE PRIOR    *
002420*    SUSPENSE FIRST, THEN THE AN AND VL EXTRACT PAIRS, THEN     *
002430*    ANY ACKNOWLEDGMENT MATCHING NONE OF THEM.  AN              *
002440*    ACKNOWLEDGMENT CLEARS THE FIRST (OLDEST) OPEN ITEM WITH    *
002450*    ITS MATCH KEY, SO IDENTICAL PAIRS ARE MATCHED ONE FOR ONE. *
002460**************************************************************
002470 01  RECON-ITEM-CONTROLS.
002480     05  RIC-ENTRY-COUNT             PIC S9(08) COMP VALUE ZERO.
002490     05  RIC-MAX-ENTRIES             PIC S9(08) COMP VALUE +20000.
002500     05  RIC-SUBSCRIPT               PIC S9(08) COMP.
002510
002520 01  RECON-ITEM-TABLE.
002530     05  RECON-ITEM-ENTRY            OCCURS 20000 TIMES.
002540         10  RIT-MATCH-KEY.
002550             15  RIT-POLICY-ID       PIC 9(10).
002560             15  RIT-PLAN-CODE       PIC X(04).
002570             15  RIT-EFFECTIVE-DATE  PIC 9(08).
002580             15  RIT-FROM-FUND       PIC 9(03).
002590             15  RIT-TO-FUND         PIC 9(03).
002600             15  RIT-POSTING-AMOUNT  PIC S9(09)V99.
002610         10  RIT-SOURCE              PIC X(02).
002620         10  RIT-ITEM-STATUS         PIC X(01).
002630             88  RIT-POSTED                  VALUE 'P'.
002640             88  RIT-REJECTED                VALUE 'R'.
002650             88  RIT-MISSING                 VALUE 'M'.
002660             88  RIT-LEDGER-UNMATCHED        VALUE 'U'.
002670             88  RIT-REJECTED-NOT-SENT       VALUE 'X'.
002680         10  RIT-REJECT-REASON       PIC X(30).
002690         10  RIT-JOURNAL-REFERENCE   PIC X(12).
002700         10  RIT-ORIGIN-DATE         PIC 9(08).
002710         10  RIT-FIRST-SUSPENSE-DATE PIC 9(08).
002720         10  RIT-RUNS-CARRIED        PIC 9(03).
002730
002740**************************************************************
002750*  ITEM-FIND-CONTROLS - THE KEY BEING LOOKED FOR AND WHICH      *
002760*    KIND OF OPEN ITEM MAY ANSWER IT: A PAIR WE SENT THAT IS    *
002770*    STILL MISSING OR REJECTED, OR A LEDGER-UNMATCHED POSTING.  *
002780**************************************************************
002790 01  ITEM-FIND-CONTROLS.
002800     05  IFC-SEARCH-KEY.
002810         10  IFC-POLICY-ID           PIC 9(10).
002820         10  IFC-PLAN-CODE           PIC X(04).
002830         10  IFC-EFFECTIVE-DATE      PIC 9(08).
002840         10  IFC-FROM-FUND           PIC 9(03).
002850         10  IFC-TO-FUND             PIC 9(03).
002860         10  IFC-POSTING-AMOUNT      PIC S9(09)V99.
002870     05  IFC-FIND-TYPE               PIC X(01).
002880         88  IFC-FIND-SENT                     VALUE 'S'.
002890         88  IFC-FIND-LEDGER                   VALUE 'L'.
002900     05  IFC-FOUND-SW                PIC X(01).
002910         88  IFC-ITEM-FOUND                    VALUE 'Y'.
002920     05  IFC-SUBSCRIPT               PIC S9(08) COMP.
002930     05  IFC-FOUND-SUBSCRIPT         PIC S9(08) COMP.
002940
002950**************************************************************
002960*  STATUS-TOTALS - COUNT AND AMOUNT BY ITEM STATUS: 1 =         *
002970*    POSTED, 2 = REJECTED BY LEDGER, 3 = MISSING FROM ACK,      *
002980*    4 = LEDGER UNMATCHED, 5 = REJECTED - NOT SENT.             *
002990**************************************************************
003000 01  STATUS-TOTAL-CONTROLS.
003010     05  STT-SUBSCRIPT               PIC S9(04) COMP.
003020
003030 01  STATUS-NAME-VALUES.
003040     05  FILLER                      PIC X(20) VALUE
003050         'POSTED              '.
003060     05  FILLER                      PIC X(20) VALUE
003070         'REJECTED BY LEDGER  '.
003080     05  FILLER                      PIC X(20) VALUE
003090         'MISSING FROM ACK    '.
003100     05  FILLER                      PIC X(20) VALUE
003110         'LEDGER UNMATCHED    '.
003120     05  FILLER                      PIC X(20) VALUE
003130         'REJECTED - NOT SENT '.
003140
003150 01  STATUS-NAMES REDEFINES STATUS-NAME-VALUES.
003160     05  STT-STATUS-NAME             OCCURS 5 TIMES
003170                                     PIC X(20).
003180
003190 01  STATUS-TOTALS.
003200     05  STATUS-TOTAL-ENTRY          OCCURS 5 TIMES.
003210         10  STT-COUNT               PIC S9(09) COMP-3.
003220         10  STT-AMOUNT              PIC S9(13)V99 COMP-3.
003230
003240 01  RECON-HEADING-1.
003250     05  FILLER                      PIC X(47)  VALUE
003260         'GENERAL-LEDGER ACKNOWLEDGMENT RECONCILIATION   '.
003270     05  FILLER                      PIC X(09)  VALUE
003280         'RUN DATE '.
003290     05  RH1-RUN-DATE                PIC 9(08).
003300     05  FILLER                      PIC X(13)  VALUE
003310         '  AGE LIMIT '.
003320     05  RH1-AGE-LIMIT               PIC ZZ9.
003330     05  FILLER                      PIC X(05)  VALUE ' DAYS'.
003340     05  FILLER                      PIC X(47)  VALUE SPACES.
003350
003360 01  RECON-HEADING-2.
003370     05  FILLER                      PIC X(12)  VALUE
003380         'POLICY ID   '.
003390     05  FILLER                      PIC X(06)  VALUE 'PLAN  '.
003400     05  FILLER                      PIC X(10)  VALUE
003410         'EFF DATE  '.
003420     05  FILLER                      PIC X(10)  VALUE
003430         'FROM  TO  '.
003440     05  FILLER                      PIC X(17)  VALUE
003450         '         AMOUNT  '.
003460     05  FILLER                      PIC X(04)  VALUE 'SRC '.
003470     05  FILLER                      PIC X(22)  VALUE
003480         'STATUS                '.
003490     05  FILLER                      PIC X(07)  VALUE
003500         '   AGE '.
003510     05  FILLER                      PIC X(30)  VALUE
003520         'LEDGER REASON / JOURNAL REF   '.
003530     05  FILLER                      PIC X(14)  VALUE SPACES.
003540
003550 01  RECON-DETAIL-LINE.
003560     05  RDL-POLICY-ID               PIC 9(10).
003570     05  FILLER                      PIC X(02)  VALUE SPACES.
003580     05  RDL-PLAN-CODE               PIC X(04).
003590     05  FILLER                      PIC X(02)  VALUE SPACES.
003600     05  RDL-EFFECTIVE-DATE          PIC 9(08).
003610     05  FILLER                      PIC X(02)  VALUE SPACES.
003620     05  RDL-FROM-FUND               PIC 9(03).
003630     05  FILLER                      PIC X(03)  VALUE SPACES.
003640     05  RDL-TO-FUND                 PIC 9(03).
003650     05  FILLER                      PIC X(01)  VALUE SPACES.
003660     05  RDL-POSTING-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
003670     05  FILLER                      PIC X(02)  VALUE SPACES.
003680     05  RDL-SOURCE                  PIC X(02).
003690     05  FILLER                      PIC X(02)  VALUE SPACES.
003700     05  RDL-STATUS-NAME             PIC X(20).
003710     05  FILLER                      PIC X(02)  VALUE SPACES.
003720     05  RDL-AGE-DAYS                PIC ZZZZ9.
003730     05  RDL-AGE-FLAG                PIC X(01).
003740     05  FILLER                      PIC X(01)  VALUE SPACES.
003750     05  RDL-REASON                  PIC X(30).
003760     05  FILLER                      PIC X(14)  VALUE SPACES.
003770
003780 01  RECON-TOTAL-LINE.
003790     05  RTL-LABEL                   PIC X(44).
003800     05  RTL-VALUE                   PIC ZZZ,ZZZ,ZZ9.
003810     05  FILLER                      PIC X(77)  VALUE SPACES.
003820
003830 01  STATUS-TOTAL-LINE.
003840     05  STL-STATUS-NAME             PIC X(20).
003850     05  FILLER                      PIC X(08)  VALUE
003860         '  ITEMS '.
003870     05  STL-COUNT                   PIC ZZZ,ZZZ,ZZ9.
003880     05  FILLER                      PIC X(10)  VALUE
003890         '  AMOUNT  '.
003900     05  STL-AMOUNT                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
003910     05  FILLER                      PIC X(64)  VALUE SPACES.
003920
003930 01  RECON-AMOUNT-LINE.
003940     05  RAL-LABEL                   PIC X(44).
003950     05  RAL-VALUE                   PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
003960     05  FILLER                      PIC X(69)  VALUE SPACES.
003970
003980 01  FILLER                          PIC X(48)  VALUE
003990     'XXXX FCRXGLR  WORKING STORAGE ENDS HERE XXXX'.
004000     EJECT
004010 PROCEDURE DIVISION.
004020
004030 000000-MAINLINE.
004040
004050     PERFORM 100000-INITIALIZATION     THRU 100000-EXIT.
004060
004070     PERFORM 200000-MATCH-ONE-ACK      THRU 200000-EXIT
004080       UNTIL ACK-EOF                   IN WORK-AREAS.
004090
004100     PERFORM 300000-TERMINATION        THRU 300000-EXIT.
004110
004120 000000-EXIT.
004130     GOBACK.
004140
004150
004160**************************************************************
004170*  100000-INITIALIZATION - OPENS THE FILES, TAKES THE RUN DATE  *
004180*    AND AGE LIMIT, AND LOADS THE PRIOR SUSPENSE AND BOTH       *
004190*    EXTRACTS INTO THE ITEM TABLE BEFORE ANY ACKNOWLEDGMENT     *
004200*    IS READ.                                                   *
004210**************************************************************
004220 100000-INITIALIZATION.
004230
004240     OPEN OUTPUT RECON-REPORT-FILE.
004250     IF NOT FCRGLRR-STATUS-OK
004260         MOVE 'FCRGLRR' TO FEC-FILE-ID
004270         MOVE FCRGLRR-STATUS TO FEC-FILE-STATUS
004280         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
004290     END-IF.
004300
004310     ACCEPT RECON-RUN-DATE           IN WORK-AREAS
004320         FROM DATE YYYYMMDD.
004330
004340     PERFORM 110000-READ-PARAMETER-CARDS THRU 110000-EXIT.
004350
004360     MOVE RECON-RUN-DATE             IN WORK-AREAS
004370       TO SDC-DATE                   IN SERIAL-DATE-CONTROLS.
004380     PERFORM 800000-DATE-TO-SERIAL   THRU 800000-EXIT.
004390     MOVE SDC-SERIAL                 IN SERIAL-DATE-CONTROLS
004400       TO RUN-DATE-SERIAL            IN SERIAL-DATE-CONTROLS.
004410
004420     OPEN INPUT  GL-ACK-FILE.
004430     IF NOT FCRGLAK-STATUS-OK
004440         MOVE 'FCRGLAK' TO FEC-FILE-ID
004450         MOVE FCRGLAK-STATUS TO FEC-FILE-STATUS
004460         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
004470     END-IF.
004480     OPEN OUTPUT NEW-SUSPENSE-FILE.
004490     IF NOT FCRGLSN-STATUS-OK
004500         MOVE 'FCRGLSN' TO FEC-FILE-ID
004510         MOVE FCRGLSN-STATUS TO FEC-FILE-STATUS
004520         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
004530     END-IF.
004540
004550     MOVE 1 TO STT-SUBSCRIPT         IN STATUS-TOTAL-CONTROLS.
004560     PERFORM 115000-CLEAR-ONE-STATUS THRU 115000-EXIT
004570       UNTIL STT-SUBSCRIPT           IN STATUS-TOTAL-CONTROLS
004580             GREATER THAN 5.
004590
004600     PERFORM 120000-LOAD-PRIOR-SUSPENSE THRU 120000-EXIT.
004610     PERFORM 130000-LOAD-AN-EXTRACT  THRU 130000-EXIT.
004620     PERFORM 140000-LOAD-VL-EXTRACT  THRU 140000-EXIT.
004630
004640     MOVE RECON-RUN-DATE             IN WORK-AREAS
004650       TO RH1-RUN-DATE               IN RECON-HEADING-1.
004660     MOVE RECON-AGE-LIMIT            IN WORK-AREAS
004670       TO RH1-AGE-LIMIT              IN RECON-HEADING-1.
004680     WRITE RECON-REPORT-LINE         FROM RECON-HEADING-1.
004690
004700     IF PRIOR-SUSPENSE-PRESENT       IN WORK-AREAS
004710         MOVE 'PRIOR SUSPENSE PRESENT - CARRIED ITEMS INCLUDED'
004720           TO RECON-REPORT-LINE
004730     ELSE
004740         MOVE 'PRIOR SUSPENSE NOT PRESENT - FIRST RUN'
004750           TO RECON-REPORT-LINE
004760     END-IF.
004770     WRITE RECON-REPORT-LINE.
004780     IF NOT AN-EXTRACT-PRESENT       IN WORK-AREAS
004790         MOVE 'AN POSTING EXTRACT (FCRGLEX) NOT PRESENT'
004800           TO RECON-REPORT-LINE
004810         WRITE RECON-REPORT-LINE
004820     END-IF.
004830     IF NOT VL-EXTRACT-PRESENT       IN WORK-AREAS
004840         MOVE 'VL POSTING EXTRACT (FCRVGLX) NOT PRESENT'
004850           TO RECON-REPORT-LINE
004860         WRITE RECON-REPORT-LINE
004870     END-IF.
004880
004890     MOVE SPACES                     TO RECON-REPORT-LINE.
004900     WRITE RECON-REPORT-LINE.
004910     WRITE RECON-REPORT-LINE         FROM RECON-HEADING-2.
004920
004930 100000-EXIT.
004940     EXIT.
004950
004960**************************************************************
004970*  110000-READ-PARAMETER-CARDS - BOTH CARDS ARE OPTIONAL AND    *
004980*    NO PARAMETER FILE AT ALL MEANS TODAY AND 30 DAYS.  A BAD   *
004990*    CARD ENDS THE RUN BEFORE ANYTHING IS WRITTEN.              *
005000**************************************************************
005010 110000-READ-PARAMETER-CARDS.
005020
005030     OPEN INPUT PARAMETER-CARD-FILE.
005040
005050     IF FCRPARM-STATUS-NOT-FOUND
005060         GO TO 110000-EXIT
005070     END-IF.
005080
005090     IF NOT FCRPARM-STATUS-OK
005100         MOVE 'FCRPARM' TO FEC-FILE-ID
005110         MOVE FCRPARM-STATUS TO FEC-FILE-STATUS
005120         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
005130     END-IF.
005140
005150     PERFORM 111000-PROCESS-ONE-CARD THRU 111000-EXIT
005160       UNTIL PARM-EOF                IN WORK-AREAS.
005170
005180     CLOSE PARAMETER-CARD-FILE.
005190
005200 110000-EXIT.
005210     EXIT.
005220
005230 111000-PROCESS-ONE-CARD.
005240
005250     READ PARAMETER-CARD-FILE.
005260
005270     IF FCRPARM-STATUS-EOF
005280         SET PARM-EOF                IN WORK-AREAS TO TRUE
005290         GO TO 111000-EXIT
005300     END-IF.
005310
005320     IF NOT FCRPARM-STATUS-OK
005330         MOVE 'FCRPARM' TO FEC-FILE-ID
005340         MOVE FCRPARM-STATUS TO FEC-FILE-STATUS
005350         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
005360     END-IF.
005370
005380     IF PARAMETER-CARD-RECORD (1 : 1) EQUAL '*'
005390       OR PARAMETER-CARD-RECORD EQUAL SPACES
005400         GO TO 111000-EXIT
005410     END-IF.
005420
005430     EVALUATE TRUE
005440       WHEN PARAMETER-CARD-RECORD (1 : 9) EQUAL 'RUN-DATE='
005450         IF PARAMETER-CARD-RECORD (10 : 8) NUMERIC
005460             MOVE PARAMETER-CARD-RECORD (10 : 8)
005470               TO RECON-RUN-DATE     IN WORK-AREAS
005480         ELSE
005490             DISPLAY 'FCRXGLR - RUN-DATE MUST BE YYYYMMDD: '
005500                     PARAMETER-CARD-RECORD
005510             MOVE 16 TO RETURN-CODE
005520             STOP RUN
005530         END-IF
005540       WHEN PARAMETER-CARD-RECORD (1 : 10) EQUAL 'AGE-LIMIT='
005550         IF PARAMETER-CARD-RECORD (11 : 3) NUMERIC
005560             MOVE PARAMETER-CARD-RECORD (11 : 3)
005570               TO RECON-AGE-LIMIT    IN WORK-AREAS
005580         ELSE
005590             DISPLAY 'FCRXGLR - AGE-LIMIT MUST BE NNN DAYS: '
005600                     PARAMETER-CARD-RECORD
005610             MOVE 16 TO RETURN-CODE
005620             STOP RUN
005630         END-IF
005640       WHEN OTHER
005650         DISPLAY 'FCRXGLR - INVALID PARAMETER CARD: '
005660                 PARAMETER-CARD-RECORD
005670         MOVE 16 TO RETURN-CODE
005680         STOP RUN
005690     END-EVALUATE.
005700
005710 111000-EXIT.
005720     EXIT.
005730
005740 115000-CLEAR-ONE-STATUS.
005750
005760     MOVE ZERO
005770       TO STT-COUNT                  IN STATUS-TOTALS
005780                                     (STT-SUBSCRIPT
005790                                  IN STATUS-TOTAL-CONTROLS)
005800          STT-AMOUNT                 IN STATUS-TOTALS
005810                                     (STT-SUBSCRIPT
005820                                  IN STATUS-TOTAL-CONTROLS).
005830
005840     ADD 1 TO STT-SUBSCRIPT          IN STATUS-TOTAL-CONTROLS.
005850
005860 115000-EXIT.
005870     EXIT.
005880
005890**************************************************************
005900*  120000-LOAD-PRIOR-SUSPENSE - LOADS LAST RUN'S UNRESOLVED     *
005910*    ITEMS AHEAD OF THE NEW EXTRACTS SO THE OLDEST OPEN ITEM    *
005920*    IS MATCHED FIRST.  NO FILE MEANS A FIRST RUN; A RECORD     *
005930*    WITH A STATUS THE SUSPENSE NEVER CARRIES ENDS THE RUN.     *
005940**************************************************************
005950 120000-LOAD-PRIOR-SUSPENSE.
005960
005970     OPEN INPUT PRIOR-SUSPENSE-FILE.
005980
005990     IF FCRGLSP-STATUS-NOT-FOUND
006000         GO TO 120000-EXIT
006010     END-IF.
006020
006030     IF NOT FCRGLSP-STATUS-OK
006040         MOVE 'FCRGLSP' TO FEC-FILE-ID
006050         MOVE FCRGLSP-STATUS TO FEC-FILE-STATUS
006060         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
006070     END-IF.
006080
006090     SET PRIOR-SUSPENSE-PRESENT      IN WORK-AREAS TO TRUE.
006100
006110     PERFORM 121000-LOAD-ONE-SUSPENSE THRU 121000-EXIT
006120       UNTIL SUSPENSE-EOF            IN WORK-AREAS.
006130
006140     CLOSE PRIOR-SUSPENSE-FILE.
006150
006160 120000-EXIT.
006170     EXIT.
006180
006190 121000-LOAD-ONE-SUSPENSE.
006200
006210     READ PRIOR-SUSPENSE-FILE.
006220
006230     IF FCRGLSP-STATUS-EOF
006240         SET SUSPENSE-EOF            IN WORK-AREAS TO TRUE
006250         GO TO 121000-EXIT
006260     END-IF.
006270
006280     IF NOT FCRGLSP-STATUS-OK
006290         MOVE 'FCRGLSP' TO FEC-FILE-ID
006300         MOVE FCRGLSP-STATUS TO FEC-FILE-STATUS
006310         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
006320     END-IF.
006330
006340     IF NOT FGS-MISSING-FROM-ACK     IN PRIOR-SUSPENSE-RECORD
006350       AND NOT FGS-REJECTED-BY-LEDGER IN PRIOR-SUSPENSE-RECORD
006360       AND NOT FGS-LEDGER-UNMATCHED  IN PRIOR-SUSPENSE-RECORD
006370         DISPLAY 'FCRXGLR - PRIOR SUSPENSE ITEM FOR POLICY '
006380                 FGS-POLICY-ID IN PRIOR-SUSPENSE-RECORD
006390                 ' HAS INVALID STATUS - RUN ENDED'
006400         MOVE 16 TO RETURN-CODE
006410         STOP RUN
006420     END-IF.
006430
006440     PERFORM 160000-ADD-TABLE-ENTRY  THRU 160000-EXIT.
006450
006460     MOVE FGS-MATCH-KEY              IN PRIOR-SUSPENSE-RECORD
006470       TO RIT-MATCH-KEY              IN RECON-ITEM-TABLE
006480                                     (RIC-SUBSCRIPT
006490                                  IN RECON-ITEM-CONTROLS).
006500     MOVE FGS-SOURCE                 IN PRIOR-SUSPENSE-RECORD
006510       TO RIT-SOURCE                 IN RECON-ITEM-TABLE
006520                                     (RIC-SUBSCRIPT
006530                                  IN RECON-ITEM-CONTROLS).
006540     MOVE FGS-ITEM-STATUS            IN PRIOR-SUSPENSE-RECORD
006550       TO RIT-ITEM-STATUS            IN RECON-ITEM-TABLE
006560                                     (RIC-SUBSCRIPT
006570                                  IN RECON-ITEM-CONTROLS).
006580     MOVE FGS-REJECT-REASON          IN PRIOR-SUSPENSE-RECORD
006590       TO RIT-REJECT-REASON          IN RECON-ITEM-TABLE
006600                                     (RIC-SUBSCRIPT
006610                                  IN RECON-ITEM-CONTROLS).
006620     MOVE FGS-ORIGIN-DATE            IN PRIOR-SUSPENSE-RECORD
006630       TO RIT-ORIGIN-DATE            IN RECON-ITEM-TABLE
006640                                     (RIC-SUBSCRIPT
006650                                  IN RECON-ITEM-CONTROLS).
006660     MOVE FGS-FIRST-SUSPENSE-DATE    IN PRIOR-SUSPENSE-RECORD
006670       TO RIT-FIRST-SUSPENSE-DATE    IN RECON-ITEM-TABLE
006680                                     (RIC-SUBSCRIPT
006690                                  IN RECON-ITEM-CONTROLS).
006700     MOVE FGS-RUNS-CARRIED           IN PRIOR-SUSPENSE-RECORD
006710       TO RIT-RUNS-CARRIED           IN RECON-ITEM-TABLE
006720                                     (RIC-SUBSCRIPT
006730                                  IN RECON-ITEM-CONTROLS).
006740
006750     ADD 1 TO SUSPENSE-LOADED-CTR    IN RECON-COUNTERS.
006760
006770 121000-EXIT.
006780     EXIT.
006790
006800**************************************************************
006810*  130000-LOAD-AN-EXTRACT / 140000-LOAD-VL-EXTRACT - EACH       *
006820*    DEBIT RECORD IS ONE PAIR; ITS CREDIT IS ONLY COUNTED.  A   *
006830*    MISSING EXTRACT MEANS THAT ENGINE DID NOT RUN THE CYCLE.   *
006840**************************************************************
006850 130000-LOAD-AN-EXTRACT.
006860
006870     OPEN INPUT AN-GL-EXTRACT-FILE.
006880
006890     IF FCRGLEX-STATUS-NOT-FOUND
006900         GO TO 130000-EXIT
006910     END-IF.
006920
006930     IF NOT FCRGLEX-STATUS-OK
006940         MOVE 'FCRGLEX' TO FEC-FILE-ID
006950         MOVE FCRGLEX-STATUS TO FEC-FILE-STATUS
006960         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
006970     END-IF.
006980
006990     SET AN-EXTRACT-PRESENT          IN WORK-AREAS TO TRUE.
007000     MOVE 'AN'                       TO SENT-SOURCE.
007010
007020     PERFORM 131000-LOAD-ONE-AN-POSTING THRU 131000-EXIT
007030       UNTIL AN-EXTRACT-EOF          IN WORK-AREAS.
007040
007050     CLOSE AN-GL-EXTRACT-FILE.
007060
007070 130000-EXIT.
007080     EXIT.
007090
007100 131000-LOAD-ONE-AN-POSTING.
007110
007120     READ AN-GL-EXTRACT-FILE.
007130
007140     IF FCRGLEX-STATUS-EOF
007150         SET AN-EXTRACT-EOF          IN WORK-AREAS TO TRUE
007160         GO TO 131000-EXIT
007170     END-IF.
007180
007190     IF NOT FCRGLEX-STATUS-OK
007200         MOVE 'FCRGLEX' TO FEC-FILE-ID
007210         MOVE FCRGLEX-STATUS TO FEC-FILE-STATUS
007220         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
007230     END-IF.
007240
007250     IF FGL-CREDIT-POSTING           IN AN-GL-EXTRACT-RECORD
007260         ADD 1 TO AN-CREDITS-READ-CTR IN RECON-COUNTERS
007270         GO TO 131000-EXIT
007280     END-IF.
007290
007300     ADD 1 TO AN-DEBITS-READ-CTR     IN RECON-COUNTERS.
007310     MOVE AN-GL-EXTRACT-RECORD       TO SENT-POSTING-WORK.
007320     PERFORM 150000-ADD-SENT-PAIR    THRU 150000-EXIT.
007330
007340 131000-EXIT.
007350     EXIT.
007360
007370 140000-LOAD-VL-EXTRACT.
007380
007390     OPEN INPUT VL-GL-EXTRACT-FILE.
007400
007410     IF FCRVGLX-STATUS-NOT-FOUND
007420         GO TO 140000-EXIT
007430     END-IF.
007440
007450     IF NOT FCRVGLX-STATUS-OK
007460         MOVE 'FCRVGLX' TO FEC-FILE-ID
007470         MOVE FCRVGLX-STATUS TO FEC-FILE-STATUS
007480         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
007490     END-IF.
007500
007510     SET VL-EXTRACT-PRESENT          IN WORK-AREAS TO TRUE.
007520     MOVE 'VL'                       TO SENT-SOURCE.
007530
007540     PERFORM 141000-LOAD-ONE-VL-POSTING THRU 141000-EXIT
007550       UNTIL VL-EXTRACT-EOF          IN WORK-AREAS.
007560
007570     CLOSE VL-GL-EXTRACT-FILE.
007580
007590 140000-EXIT.
007600     EXIT.
007610
007620 141000-LOAD-ONE-VL-POSTING.
007630
007640     READ VL-GL-EXTRACT-FILE.
007650
007660     IF FCRVGLX-STATUS-EOF
007670         SET VL-EXTRACT-EOF          IN WORK-AREAS TO TRUE
007680         GO TO 141000-EXIT
007690     END-IF.
007700
007710     IF NOT FCRVGLX-STATUS-OK
007720         MOVE 'FCRVGLX' TO FEC-FILE-ID
007730         MOVE FCRVGLX-STATUS TO FEC-FILE-STATUS
007740         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
007750     END-IF.
007760
007770     IF FGL-CREDIT-POSTING           IN VL-GL-EXTRACT-RECORD
007780         ADD 1 TO VL-CREDITS-READ-CTR IN RECON-COUNTERS
007790         GO TO 141000-EXIT
007800     END-IF.
007810
007820     ADD 1 TO VL-DEBITS-READ-CTR     IN RECON-COUNTERS.
007830     MOVE VL-GL-EXTRACT-RECORD       TO SENT-POSTING-WORK.
007840     PERFORM 150000-ADD-SENT-PAIR    THRU 150000-EXIT.
007850
007860 141000-EXIT.
007870     EXIT.
007880
007890**************************************************************
007900*  150000-ADD-SENT-PAIR - A PAIR THE LEDGER ALREADY POSTED ON   *
007910*    AN EARLIER RUN (A CARRIED LEDGER-UNMATCHED ITEM WITH THE   *
007920*    SAME KEY) CLEARS THAT ITEM AS POSTED; ANY OTHER PAIR IS    *
007930*    ADDED AS MISSING UNTIL AN ACKNOWLEDGMENT MATCHES IT.       *
007940**************************************************************
007950 150000-ADD-SENT-PAIR.
007960
007970     MOVE FGL-POLICY-ID              IN SENT-POSTING-WORK
007980       TO IFC-POLICY-ID              IN ITEM-FIND-CONTROLS.
007990     MOVE FGL-PLAN-CODE              IN SENT-POSTING-WORK
008000       TO IFC-PLAN-CODE              IN ITEM-FIND-CONTROLS.
008010     MOVE FGL-EFFECTIVE-DATE         IN SENT-POSTING-WORK
008020       TO IFC-EFFECTIVE-DATE         IN ITEM-FIND-CONTROLS.
008030     MOVE FGL-FROM-FUND              IN SENT-POSTING-WORK
008040       TO IFC-FROM-FUND              IN ITEM-FIND-CONTROLS.
008050     MOVE FGL-TO-FUND                IN SENT-POSTING-WORK
008060       TO IFC-TO-FUND                IN ITEM-FIND-CONTROLS.
008070     MOVE FGL-POSTING-AMOUNT         IN SENT-POSTING-WORK
008080       TO IFC-POSTING-AMOUNT         IN ITEM-FIND-CONTROLS.
008090     SET IFC-FIND-LEDGER             IN ITEM-FIND-CONTROLS
008100       TO TRUE.
008110     PERFORM 400000-FIND-OPEN-ITEM   THRU 400000-EXIT.
008120
008130     IF IFC-ITEM-FOUND               IN ITEM-FIND-CONTROLS
008140         SET RIT-POSTED              IN RECON-ITEM-TABLE
008150                                     (IFC-FOUND-SUBSCRIPT
008160                                  IN ITEM-FIND-CONTROLS)
008170           TO TRUE
008180         MOVE SENT-SOURCE            IN WORK-AREAS
008190           TO RIT-SOURCE             IN RECON-ITEM-TABLE
008200                                     (IFC-FOUND-SUBSCRIPT
008210                                  IN ITEM-FIND-CONTROLS)
008220         MOVE FGL-RUN-DATE           IN SENT-POSTING-WORK
008230           TO RIT-ORIGIN-DATE        IN RECON-ITEM-TABLE
008240                                     (IFC-FOUND-SUBSCRIPT
008250                                  IN ITEM-FIND-CONTROLS)
008260         ADD 1 TO LATE-EXTRACT-MATCHED-CTR IN RECON-COUNTERS
008270         GO TO 150000-EXIT
008280     END-IF.
008290
008300     PERFORM 160000-ADD-TABLE-ENTRY  THRU 160000-EXIT.
008310
008320     MOVE IFC-SEARCH-KEY             IN ITEM-FIND-CONTROLS
008330       TO RIT-MATCH-KEY              IN RECON-ITEM-TABLE
008340                                     (RIC-SUBSCRIPT
008350                                  IN RECON-ITEM-CONTROLS).
008360     MOVE SENT-SOURCE                IN WORK-AREAS
008370       TO RIT-SOURCE                 IN RECON-ITEM-TABLE
008380                                     (RIC-SUBSCRIPT
008390                                  IN RECON-ITEM-CONTROLS).
008400     SET RIT-MISSING                 IN RECON-ITEM-TABLE
008410                                     (RIC-SUBSCRIPT
008420                                  IN RECON-ITEM-CONTROLS)
008430       TO TRUE.
008440     MOVE FGL-RUN-DATE               IN SENT-POSTING-WORK
008450       TO RIT-ORIGIN-DATE            IN RECON-ITEM-TABLE
008460                                     (RIC-SUBSCRIPT
008470                                  IN RECON-ITEM-CONTROLS).
008480
008490 150000-EXIT.
008500     EXIT.
008510
008520**************************************************************
008530*  160000-ADD-TABLE-ENTRY - CLAIMS THE NEXT ITEM TABLE ENTRY    *
008540*    AT RIC-SUBSCRIPT, CLEARED.  A FULL TABLE ENDS THE RUN      *
008550*    BEFORE ANY SUSPENSE IS WRITTEN.                            *
008560**************************************************************
008570 160000-ADD-TABLE-ENTRY.
008580
008590     IF RIC-ENTRY-COUNT              IN RECON-ITEM-CONTROLS
008600       NOT LESS THAN
008610        RIC-MAX-ENTRIES              IN RECON-ITEM-CONTROLS
008620         DISPLAY 'FCRXGLR - RECONCILIATION ITEMS EXCEED TABLE '
008630                 'OF ' RIC-MAX-ENTRIES IN RECON-ITEM-CONTROLS
008640                 ' ENTRIES - RUN ENDED'
008650         MOVE 16 TO RETURN-CODE
008660         STOP RUN
008670     END-IF.
008680
008690     ADD 1 TO RIC-ENTRY-COUNT        IN RECON-ITEM-CONTROLS.
008700     MOVE RIC-ENTRY-COUNT            IN RECON-ITEM-CONTROLS
008710       TO RIC-SUBSCRIPT              IN RECON-ITEM-CONTROLS.
008720
008730     MOVE SPACES
008740       TO RECON-ITEM-ENTRY           IN RECON-ITEM-TABLE
008750                                     (RIC-SUBSCRIPT
008760                                  IN RECON-ITEM-CONTROLS).
008770     MOVE ZERO
008780       TO RIT-ORIGIN-DATE            IN RECON-ITEM-TABLE
008790                                     (RIC-SUBSCRIPT
008800                                  IN RECON-ITEM-CONTROLS)
008810          RIT-FIRST-SUSPENSE-DATE    IN RECON-ITEM-TABLE
008820                                     (RIC-SUBSCRIPT
008830                                  IN RECON-ITEM-CONTROLS)
008840          RIT-RUNS-CARRIED           IN RECON-ITEM-TABLE
008850                                     (RIC-SUBSCRIPT
008860                                  IN RECON-ITEM-CONTROLS).
008870
008880 160000-EXIT.
008890     EXIT.
008900
008910**************************************************************
008920*  200000-MATCH-ONE-ACK - MATCHES ONE LEDGER ACKNOWLEDGMENT TO  *
008930*    THE OLDEST OPEN PAIR WE SENT WITH THE SAME KEY.  A POSTED  *
008940*    ACKNOWLEDGMENT CLEARS IT; A REJECTED ONE MARKS IT REJECTED *
008950*    WITH THE LEDGER'S REASON (IT STAYS OPEN FOR A REPOST).     *
008960*    AN ACKNOWLEDGMENT MATCHING NOTHING IS ADDED AS LEDGER      *
008970*    UNMATCHED, OR AS REJECTED - NOT SENT WHEN IT WAS REFUSED.  *
008980**************************************************************
008990 200000-MATCH-ONE-ACK.
009000
009010     READ GL-ACK-FILE.
009020
009030     IF FCRGLAK-STATUS-EOF
009040         SET ACK-EOF                 IN WORK-AREAS TO TRUE
009050         GO TO 200000-EXIT
009060     END-IF.
009070
009080     IF NOT FCRGLAK-STATUS-OK
009090         MOVE 'FCRGLAK' TO FEC-FILE-ID
009100         MOVE FCRGLAK-STATUS TO FEC-FILE-STATUS
009110         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
009120     END-IF.
009130
009140     ADD 1 TO ACKS-READ-CTR          IN RECON-COUNTERS.
009150
009160     MOVE FGA-POLICY-ID              IN GL-ACK-RECORD
009170       TO IFC-POLICY-ID              IN ITEM-FIND-CONTROLS.
009180     MOVE FGA-PLAN-CODE              IN GL-ACK-RECORD
009190       TO IFC-PLAN-CODE              IN ITEM-FIND-CONTROLS.
009200     MOVE FGA-EFFECTIVE-DATE         IN GL-ACK-RECORD
009210       TO IFC-EFFECTIVE-DATE         IN ITEM-FIND-CONTROLS.
009220     MOVE FGA-FROM-FUND              IN GL-ACK-RECORD
009230       TO IFC-FROM-FUND              IN ITEM-FIND-CONTROLS.
009240     MOVE FGA-TO-FUND                IN GL-ACK-RECORD
009250       TO IFC-TO-FUND                IN ITEM-FIND-CONTROLS.
009260     MOVE FGA-POSTING-AMOUNT         IN GL-ACK-RECORD
009270       TO IFC-POSTING-AMOUNT         IN ITEM-FIND-CONTROLS.
009280     SET IFC-FIND-SENT               IN ITEM-FIND-CONTROLS
009290       TO TRUE.
009300     PERFORM 400000-FIND-OPEN-ITEM   THRU 400000-EXIT.
009310
009320     IF NOT IFC-ITEM-FOUND           IN ITEM-FIND-CONTROLS
009330         PERFORM 210000-ADD-LEDGER-ITEM THRU 210000-EXIT
009340         GO TO 200000-EXIT
009350     END-IF.
009360
009370     MOVE IFC-FOUND-SUBSCRIPT        IN ITEM-FIND-CONTROLS
009380       TO RIC-SUBSCRIPT              IN RECON-ITEM-CONTROLS.
009390
009400     IF FGA-PAIR-POSTED              IN GL-ACK-RECORD
009410         SET RIT-POSTED              IN RECON-ITEM-TABLE
009420                                     (RIC-SUBSCRIPT
009430                                  IN RECON-ITEM-CONTROLS)
009440           TO TRUE
009450         MOVE FGA-JOURNAL-REFERENCE  IN GL-ACK-RECORD
009460           TO RIT-JOURNAL-REFERENCE  IN RECON-ITEM-TABLE
009470                                     (RIC-SUBSCRIPT
009480                                  IN RECON-ITEM-CONTROLS)
009490     ELSE
009500         SET RIT-REJECTED            IN RECON-ITEM-TABLE
009510                                     (RIC-SUBSCRIPT
009520                                  IN RECON-ITEM-CONTROLS)
009530           TO TRUE
009540         MOVE FGA-REJECT-REASON      IN GL-ACK-RECORD
009550           TO RIT-REJECT-REASON      IN RECON-ITEM-TABLE
009560                                     (RIC-SUBSCRIPT
009570                                  IN RECON-ITEM-CONTROLS)
009580     END-IF.
009590
009600 200000-EXIT.
009610     EXIT.
009620
009630 210000-ADD-LEDGER-ITEM.
009640
009650     PERFORM 160000-ADD-TABLE-ENTRY  THRU 160000-EXIT.
009660
009670     MOVE IFC-SEARCH-KEY             IN ITEM-FIND-CONTROLS
009680       TO RIT-MATCH-KEY              IN RECON-ITEM-TABLE
009690                                     (RIC-SUBSCRIPT
009700                                  IN RECON-ITEM-CONTROLS).
009710     MOVE 'GL'
009720       TO RIT-SOURCE                 IN RECON-ITEM-TABLE
009730                                     (RIC-SUBSCRIPT
009740                                  IN RECON-ITEM-CONTROLS).
009750     MOVE FGA-JOURNAL-REFERENCE      IN GL-ACK-RECORD
009760       TO RIT-JOURNAL-REFERENCE      IN RECON-ITEM-TABLE
009770                                     (RIC-SUBSCRIPT
009780                                  IN RECON-ITEM-CONTROLS).
009790
009800* A LEDGER DATE THAT IS MISSING AGES THE ITEM FROM THIS RUN.
009810     IF FGA-LEDGER-DATE              IN GL-ACK-RECORD NUMERIC
009820       AND FGA-LEDGER-DATE           IN GL-ACK-RECORD
009830           GREATER THAN ZERO
009840         MOVE FGA-LEDGER-DATE        IN GL-ACK-RECORD
009850           TO RIT-ORIGIN-DATE        IN RECON-ITEM-TABLE
009860                                     (RIC-SUBSCRIPT
009870                                  IN RECON-ITEM-CONTROLS)
009880     ELSE
009890         MOVE RECON-RUN-DATE         IN WORK-AREAS
009900           TO RIT-ORIGIN-DATE        IN RECON-ITEM-TABLE
009910                                     (RIC-SUBSCRIPT
009920                                  IN RECON-ITEM-CONTROLS)
009930     END-IF.
009940
009950     IF FGA-PAIR-POSTED              IN GL-ACK-RECORD
009960         SET RIT-LEDGER-UNMATCHED    IN RECON-ITEM-TABLE
009970                                     (RIC-SUBSCRIPT
009980                                  IN RECON-ITEM-CONTROLS)
009990           TO TRUE
010000     ELSE
010010         SET RIT-REJECTED-NOT-SENT   IN RECON-ITEM-TABLE
010020                                     (RIC-SUBSCRIPT
010030                                  IN RECON-ITEM-CONTROLS)
010040           TO TRUE
010050         MOVE FGA-REJECT-REASON      IN GL-ACK-RECORD
010060           TO RIT-REJECT-REASON      IN RECON-ITEM-TABLE
010070                                     (RIC-SUBSCRIPT
010080                                  IN RECON-ITEM-CONTROLS)
010090     END-IF.
010100
010110 210000-EXIT.
010120     EXIT.
010130
010140**************************************************************
010150*  300000-TERMINATION - LISTS EVERY ITEM, CARRIES THE           *
010160*    UNRESOLVED ONES TO THE NEW SUSPENSE, AND PRINTS THE        *
010170*    TOTALS.  ANY SUSPENSE ITEM PAST THE AGE LIMIT ENDS THE     *
010180*    JOB WITH RETURN CODE 8.                                    *
010190**************************************************************
010200 300000-TERMINATION.
010210
010220     MOVE 1 TO RIC-SUBSCRIPT         IN RECON-ITEM-CONTROLS.
010230     PERFORM 310000-REPORT-ONE-ITEM  THRU 310000-EXIT
010240       UNTIL RIC-SUBSCRIPT           IN RECON-ITEM-CONTROLS
010250             GREATER THAN
010260             RIC-ENTRY-COUNT         IN RECON-ITEM-CONTROLS.
010270
010280     CLOSE GL-ACK-FILE
010290           NEW-SUSPENSE-FILE.
010300
010310     MOVE SPACES                     TO RECON-REPORT-LINE.
010320     WRITE RECON-REPORT-LINE.
010330
010340     MOVE SPACES                     TO RECON-TOTAL-LINE.
010350     MOVE 'PRIOR SUSPENSE ITEMS LOADED'
010360                                     TO RTL-LABEL.
010370     MOVE SUSPENSE-LOADED-CTR        IN RECON-COUNTERS
010380       TO RTL-VALUE.
010390     WRITE RECON-REPORT-LINE         FROM RECON-TOTAL-LINE.
010400
010410     MOVE SPACES                     TO RECON-TOTAL-LINE.
010420     MOVE 'AN EXTRACT DEBITS READ (PAIRS SENT)'
010430                                     TO RTL-LABEL.
010440     MOVE AN-DEBITS-READ-CTR         IN RECON-COUNTERS
010450       TO RTL-VALUE.
010460     WRITE RECON-REPORT-LINE         FROM RECON-TOTAL-LINE.
010470
010480     MOVE SPACES                     TO RECON-TOTAL-LINE.
010490     MOVE 'AN EXTRACT CREDITS READ'  TO RTL-LABEL.
010500     MOVE AN-CREDITS-READ-CTR        IN RECON-COUNTERS
010510       TO RTL-VALUE.
010520     WRITE RECON-REPORT-LINE         FROM RECON-TOTAL-LINE.
010530
010540     MOVE SPACES                     TO RECON-TOTAL-LINE.
010550     MOVE 'VL EXTRACT DEBITS READ (PAIRS SENT)'
010560                                     TO RTL-LABEL.
010570     MOVE VL-DEBITS-READ-CTR         IN RECON-COUNTERS
010580       TO RTL-VALUE.
010590     WRITE RECON-REPORT-LINE         FROM RECON-TOTAL-LINE.
010600
010610     MOVE SPACES                     TO RECON-TOTAL-LINE.
010620     MOVE 'VL EXTRACT CREDITS READ'  TO RTL-LABEL.
010630     MOVE VL-CREDITS-READ-CTR        IN RECON-COUNTERS
010640       TO RTL-VALUE.
010650     WRITE RECON-REPORT-LINE         FROM RECON-TOTAL-LINE.
010660
010670     MOVE SPACES                     TO RECON-TOTAL-LINE.
010680     MOVE 'LEDGER ACKNOWLEDGMENTS READ'
010690                                     TO RTL-LABEL.
010700     MOVE ACKS-READ-CTR              IN RECON-COUNTERS
010710       TO RTL-VALUE.
010720     WRITE RECON-REPORT-LINE         FROM RECON-TOTAL-LINE.
010730
010740     MOVE SPACES                     TO RECON-TOTAL-LINE.
010750     MOVE 'LATE PAIRS MATCHED TO CARRIED LEDGER POSTS'
010760                                     TO RTL-LABEL.
010770     MOVE LATE-EXTRACT-MATCHED-CTR   IN RECON-COUNTERS
010780       TO RTL-VALUE.
010790     WRITE RECON-REPORT-LINE         FROM RECON-TOTAL-LINE.
010800
010810     MOVE SPACES                     TO RECON-REPORT-LINE.
010820     WRITE RECON-REPORT-LINE.
010830
010840     MOVE 1 TO STT-SUBSCRIPT         IN STATUS-TOTAL-CONTROLS.
010850     PERFORM 330000-PRINT-ONE-STATUS THRU 330000-EXIT
010860       UNTIL STT-SUBSCRIPT           IN STATUS-TOTAL-CONTROLS
010870             GREATER THAN 5.
010880
010890     MOVE SPACES                     TO RECON-REPORT-LINE.
010900     WRITE RECON-REPORT-LINE.
010910
010920     MOVE SPACES                     TO RECON-TOTAL-LINE.
010930     MOVE 'ITEMS CARRIED TO NEW SUSPENSE'
010940                                     TO RTL-LABEL.
010950     MOVE SUSPENSE-WRITTEN-CTR       IN RECON-COUNTERS
010960       TO RTL-VALUE.
010970     WRITE RECON-REPORT-LINE         FROM RECON-TOTAL-LINE.
010980
010990     MOVE SPACES                     TO RECON-TOTAL-LINE.
011000     MOVE 'SUSPENSE ITEMS PAST THE AGE LIMIT (*)'
011010                                     TO RTL-LABEL.
011020     MOVE PAST-AGE-LIMIT-CTR         IN RECON-COUNTERS
011030       TO RTL-VALUE.
011040     WRITE RECON-REPORT-LINE         FROM RECON-TOTAL-LINE.
011050
011060     MOVE SPACES                     TO RECON-AMOUNT-LINE.
011070     MOVE 'AMOUNT PAST THE AGE LIMIT'
011080                                     TO RAL-LABEL.
011090     MOVE PAST-AGE-LIMIT-AMOUNT      IN RECON-COUNTERS
011100       TO RAL-VALUE.
011110     WRITE RECON-REPORT-LINE         FROM RECON-AMOUNT-LINE.
011120
011130     IF PAST-AGE-LIMIT-CTR           IN RECON-COUNTERS
011140       GREATER THAN ZERO
011150         DISPLAY 'FCRXGLR - ' PAST-AGE-LIMIT-CTR
011160                              IN RECON-COUNTERS
011170                 ' GL SUSPENSE ITEMS PAST THE AGE LIMIT'
011180         MOVE 8 TO RETURN-CODE
011190     END-IF.
011200
011210     CLOSE RECON-REPORT-FILE.
011220
011230 300000-EXIT.
011240     EXIT.
011250
011260**************************************************************
011270*  310000-REPORT-ONE-ITEM - ONE DETAIL LINE PER ITEM.  A        *
011280*    REJECTED, MISSING OR LEDGER-UNMATCHED ITEM IS AGED FROM    *
011290*    ITS ORIGIN DATE AND WRITTEN TO THE NEW SUSPENSE.           *
011300**************************************************************
011310 310000-REPORT-ONE-ITEM.
011320
011330     EVALUATE TRUE
011340       WHEN RIT-POSTED               IN RECON-ITEM-TABLE
011350                                     (RIC-SUBSCRIPT
011360                                  IN RECON-ITEM-CONTROLS)
011370         MOVE 1 TO STT-SUBSCRIPT     IN STATUS-TOTAL-CONTROLS
011380       WHEN RIT-REJECTED             IN RECON-ITEM-TABLE
011390                                     (RIC-SUBSCRIPT
011400                                  IN RECON-ITEM-CONTROLS)
011410         MOVE 2 TO STT-SUBSCRIPT     IN STATUS-TOTAL-CONTROLS
011420       WHEN RIT-MISSING              IN RECON-ITEM-TABLE
011430                                     (RIC-SUBSCRIPT
011440                                  IN RECON-ITEM-CONTROLS)
011450         MOVE 3 TO STT-SUBSCRIPT     IN STATUS-TOTAL-CONTROLS
011460       WHEN RIT-LEDGER-UNMATCHED     IN RECON-ITEM-TABLE
011470                                     (RIC-SUBSCRIPT
011480                                  IN RECON-ITEM-CONTROLS)
011490         MOVE 4 TO STT-SUBSCRIPT     IN STATUS-TOTAL-CONTROLS
011500       WHEN OTHER
011510         MOVE 5 TO STT-SUBSCRIPT     IN STATUS-TOTAL-CONTROLS
011520     END-EVALUATE.
011530
011540     ADD 1
011550       TO STT-COUNT                  IN STATUS-TOTALS
011560                                     (STT-SUBSCRIPT
011570                                  IN STATUS-TOTAL-CONTROLS).
011580     ADD RIT-POSTING-AMOUNT          IN RECON-ITEM-TABLE
011590                                     (RIC-SUBSCRIPT
011600                                  IN RECON-ITEM-CONTROLS)
011610       TO STT-AMOUNT                 IN STATUS-TOTALS
011620                                     (STT-SUBSCRIPT
011630                                  IN STATUS-TOTAL-CONTROLS).
011640
011650     MOVE RIT-ORIGIN-DATE            IN RECON-ITEM-TABLE
011660                                     (RIC-SUBSCRIPT
011670                                  IN RECON-ITEM-CONTROLS)
011680       TO SDC-DATE                   IN SERIAL-DATE-CONTROLS.
011690     PERFORM 800000-DATE-TO-SERIAL   THRU 800000-EXIT.
011700     COMPUTE AGE-DAYS                IN SERIAL-DATE-CONTROLS
011710         =   RUN-DATE-SERIAL         IN SERIAL-DATE-CONTROLS
011720         -   SDC-SERIAL              IN SERIAL-DATE-CONTROLS.
011730     IF AGE-DAYS                     IN SERIAL-DATE-CONTROLS
011740       LESS THAN ZERO
011750         MOVE ZERO
011760           TO AGE-DAYS               IN SERIAL-DATE-CONTROLS
011770     END-IF.
011780
011790     MOVE SPACES                     TO RECON-DETAIL-LINE.
011800     MOVE RIT-POLICY-ID              IN RECON-ITEM-TABLE
011810                                     (RIC-SUBSCRIPT
011820                                  IN RECON-ITEM-CONTROLS)
011830       TO RDL-POLICY-ID              IN RECON-DETAIL-LINE.
011840     MOVE RIT-PLAN-CODE              IN RECON-ITEM-TABLE
011850                                     (RIC-SUBSCRIPT
011860                                  IN RECON-ITEM-CONTROLS)
011870       TO RDL-PLAN-CODE              IN RECON-DETAIL-LINE.
011880     MOVE RIT-EFFECTIVE-DATE         IN RECON-ITEM-TABLE
011890                                     (RIC-SUBSCRIPT
011900                                  IN RECON-ITEM-CONTROLS)
011910       TO RDL-EFFECTIVE-DATE         IN RECON-DETAIL-LINE.
011920     MOVE RIT-FROM-FUND              IN RECON-ITEM-TABLE
011930                                     (RIC-SUBSCRIPT
011940                                  IN RECON-ITEM-CONTROLS)
011950       TO RDL-FROM-FUND              IN RECON-DETAIL-LINE.
011960     MOVE RIT-TO-FUND                IN RECON-ITEM-TABLE
011970                                     (RIC-SUBSCRIPT
011980                                  IN RECON-ITEM-CONTROLS)
011990       TO RDL-TO-FUND                IN RECON-DETAIL-LINE.
012000     MOVE RIT-POSTING-AMOUNT         IN RECON-ITEM-TABLE
012010                                     (RIC-SUBSCRIPT
012020                                  IN RECON-ITEM-CONTROLS)
012030       TO RDL-POSTING-AMOUNT         IN RECON-DETAIL-LINE.
012040     MOVE RIT-SOURCE                 IN RECON-ITEM-TABLE
012050                                     (RIC-SUBSCRIPT
012060                                  IN RECON-ITEM-CONTROLS)
012070       TO RDL-SOURCE                 IN RECON-DETAIL-LINE.
012080     MOVE STT-STATUS-NAME            IN STATUS-NAMES
012090                                     (STT-SUBSCRIPT
012100                                  IN STATUS-TOTAL-CONTROLS)
012110       TO RDL-STATUS-NAME            IN RECON-DETAIL-LINE.
012120     MOVE AGE-DAYS                   IN SERIAL-DATE-CONTROLS
012130       TO RDL-AGE-DAYS               IN RECON-DETAIL-LINE.
012140     IF RIT-POSTED                   IN RECON-ITEM-TABLE
012150                                     (RIC-SUBSCRIPT
012160                                  IN RECON-ITEM-CONTROLS)
012170       OR RIT-LEDGER-UNMATCHED       IN RECON-ITEM-TABLE
012180                                     (RIC-SUBSCRIPT
012190                                  IN RECON-ITEM-CONTROLS)
012200         MOVE RIT-JOURNAL-REFERENCE  IN RECON-ITEM-TABLE
012210                                     (RIC-SUBSCRIPT
012220                                  IN RECON-ITEM-CONTROLS)
012230           TO RDL-REASON             IN RECON-DETAIL-LINE
012240     ELSE
012250         MOVE RIT-REJECT-REASON      IN RECON-ITEM-TABLE
012260                                     (RIC-SUBSCRIPT
012270                                  IN RECON-ITEM-CONTROLS)
012280           TO RDL-REASON             IN RECON-DETAIL-LINE
012290     END-IF.
012300
012310     IF RIT-REJECTED                 IN RECON-ITEM-TABLE
012320                                     (RIC-SUBSCRIPT
012330                                  IN RECON-ITEM-CONTROLS)
012340       OR RIT-MISSING                IN RECON-ITEM-TABLE
012350                                     (RIC-SUBSCRIPT
012360                                  IN RECON-ITEM-CONTROLS)
012370       OR RIT-LEDGER-UNMATCHED       IN RECON-ITEM-TABLE
012380                                     (RIC-SUBSCRIPT
012390                                  IN RECON-ITEM-CONTROLS)
012400         PERFORM 320000-WRITE-SUSPENSE-ITEM THRU 320000-EXIT
012410     END-IF.
012420
012430     WRITE RECON-REPORT-LINE         FROM RECON-DETAIL-LINE.
012440     IF NOT FCRGLRR-STATUS-OK
012450         MOVE 'FCRGLRR' TO FEC-FILE-ID
012460         MOVE FCRGLRR-STATUS TO FEC-FILE-STATUS
012470         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
012480     END-IF.
012490
012500     ADD 1 TO RIC-SUBSCRIPT          IN RECON-ITEM-CONTROLS.
012510
012520 310000-EXIT.
012530     EXIT.
012540
012550 320000-WRITE-SUSPENSE-ITEM.
012560
012570     IF AGE-DAYS                     IN SERIAL-DATE-CONTROLS
012580       GREATER THAN
012590        RECON-AGE-LIMIT              IN WORK-AREAS
012600         MOVE '*'
012610           TO RDL-AGE-FLAG           IN RECON-DETAIL-LINE
012620         ADD 1 TO PAST-AGE-LIMIT-CTR IN RECON-COUNTERS
012630         ADD RIT-POSTING-AMOUNT      IN RECON-ITEM-TABLE
012640                                     (RIC-SUBSCRIPT
012650                                  IN RECON-ITEM-CONTROLS)
012660           TO PAST-AGE-LIMIT-AMOUNT  IN RECON-COUNTERS
012670     END-IF.
012680
012690     MOVE SPACES                     TO NEW-SUSPENSE-RECORD.
012700     MOVE RIT-MATCH-KEY              IN RECON-ITEM-TABLE
012710                                     (RIC-SUBSCRIPT
012720                                  IN RECON-ITEM-CONTROLS)
012730       TO FGS-MATCH-KEY              IN NEW-SUSPENSE-RECORD.
012740     MOVE RIT-SOURCE                 IN RECON-ITEM-TABLE
012750                                     (RIC-SUBSCRIPT
012760                                  IN RECON-ITEM-CONTROLS)
012770       TO FGS-SOURCE                 IN NEW-SUSPENSE-RECORD.
012780     MOVE RIT-ITEM-STATUS            IN RECON-ITEM-TABLE
012790                                     (RIC-SUBSCRIPT
012800                                  IN RECON-ITEM-CONTROLS)
012810       TO FGS-ITEM-STATUS            IN NEW-SUSPENSE-RECORD.
012820     MOVE RIT-REJECT-REASON          IN RECON-ITEM-TABLE
012830                                     (RIC-SUBSCRIPT
012840                                  IN RECON-ITEM-CONTROLS)
012850       TO FGS-REJECT-REASON          IN NEW-SUSPENSE-RECORD.
012860     MOVE RIT-ORIGIN-DATE            IN RECON-ITEM-TABLE
012870                                     (RIC-SUBSCRIPT
012880                                  IN RECON-ITEM-CONTROLS)
012890       TO FGS-ORIGIN-DATE            IN NEW-SUSPENSE-RECORD.
012900
012910     IF RIT-FIRST-SUSPENSE-DATE      IN RECON-ITEM-TABLE
012920                                     (RIC-SUBSCRIPT
012930                                  IN RECON-ITEM-CONTROLS)
012940       EQUAL ZERO
012950         MOVE RECON-RUN-DATE         IN WORK-AREAS
012960           TO FGS-FIRST-SUSPENSE-DATE IN NEW-SUSPENSE-RECORD
012970     ELSE
012980         MOVE RIT-FIRST-SUSPENSE-DATE IN RECON-ITEM-TABLE
012990                                     (RIC-SUBSCRIPT
013000                                  IN RECON-ITEM-CONTROLS)
013010           TO FGS-FIRST-SUSPENSE-DATE IN NEW-SUSPENSE-RECORD
013020     END-IF.
013030
013040     IF RIT-RUNS-CARRIED             IN RECON-ITEM-TABLE
013050                                     (RIC-SUBSCRIPT
013060                                  IN RECON-ITEM-CONTROLS)
013070       LESS THAN 999
013080         COMPUTE FGS-RUNS-CARRIED    IN NEW-SUSPENSE-RECORD
013090             =   RIT-RUNS-CARRIED    IN RECON-ITEM-TABLE
013100                                     (RIC-SUBSCRIPT
013110                                  IN RECON-ITEM-CONTROLS)
013120             +   1
013130     ELSE
013140         MOVE 999
013150           TO FGS-RUNS-CARRIED       IN NEW-SUSPENSE-RECORD
013160     END-IF.
013170
013180     WRITE NEW-SUSPENSE-RECORD.
013190     IF NOT FCRGLSN-STATUS-OK
013200         MOVE 'FCRGLSN' TO FEC-FILE-ID
013210         MOVE FCRGLSN-STATUS TO FEC-FILE-STATUS
013220         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
013230     END-IF.
013240
013250     ADD 1 TO SUSPENSE-WRITTEN-CTR   IN RECON-COUNTERS.
013260
013270 320000-EXIT.
013280     EXIT.
013290
013300 330000-PRINT-ONE-STATUS.
013310
013320     MOVE STT-STATUS-NAME            IN STATUS-NAMES
013330                                     (STT-SUBSCRIPT
013340                                  IN STATUS-TOTAL-CONTROLS)
013350       TO STL-STATUS-NAME            IN STATUS-TOTAL-LINE.
013360     MOVE STT-COUNT                  IN STATUS-TOTALS
013370                                     (STT-SUBSCRIPT
013380                                  IN STATUS-TOTAL-CONTROLS)
013390       TO STL-COUNT                  IN STATUS-TOTAL-LINE.
013400     MOVE STT-AMOUNT                 IN STATUS-TOTALS
013410                                     (STT-SUBSCRIPT
013420                                  IN STATUS-TOTAL-CONTROLS)
013430       TO STL-AMOUNT                 IN STATUS-TOTAL-LINE.
013440     WRITE RECON-REPORT-LINE         FROM STATUS-TOTAL-LINE.
013450
013460     ADD 1 TO STT-SUBSCRIPT          IN STATUS-TOTAL-CONTROLS.
013470
013480 330000-EXIT.
013490     EXIT.
013500
013510**************************************************************
013520*  400000-FIND-OPEN-ITEM - SCANS THE ITEM TABLE FROM THE TOP    *
013530*    FOR THE FIRST OPEN ITEM OF THE KIND ASKED FOR WITH         *
013540*    IFC-SEARCH-KEY.  IFC-FOUND-SUBSCRIPT POINTS AT IT.         *
013550**************************************************************
013560 400000-FIND-OPEN-ITEM.
013570
013580     MOVE SPACE
013590       TO IFC-FOUND-SW               IN ITEM-FIND-CONTROLS.
013600     MOVE 1
013610       TO IFC-SUBSCRIPT              IN ITEM-FIND-CONTROLS.
013620
013630     PERFORM 410000-TEST-ONE-ITEM    THRU 410000-EXIT
013640       UNTIL IFC-ITEM-FOUND          IN ITEM-FIND-CONTROLS
013650          OR IFC-SUBSCRIPT           IN ITEM-FIND-CONTROLS
013660             GREATER THAN
013670             RIC-ENTRY-COUNT         IN RECON-ITEM-CONTROLS.
013680
013690 400000-EXIT.
013700     EXIT.
013710
013720 410000-TEST-ONE-ITEM.
013730
013740     IF RIT-MATCH-KEY                IN RECON-ITEM-TABLE
013750                                     (IFC-SUBSCRIPT
013760                                  IN ITEM-FIND-CONTROLS)
013770       NOT EQUAL
013780        IFC-SEARCH-KEY               IN ITEM-FIND-CONTROLS
013790         GO TO 410000-NEXT
013800     END-IF.
013810
013820     IF IFC-FIND-SENT                IN ITEM-FIND-CONTROLS
013830       AND (RIT-MISSING              IN RECON-ITEM-TABLE
013840                                     (IFC-SUBSCRIPT
013850                                  IN ITEM-FIND-CONTROLS)
013860         OR RIT-REJECTED             IN RECON-ITEM-TABLE
013870                                     (IFC-SUBSCRIPT
013880                                  IN ITEM-FIND-CONTROLS))
013890         SET IFC-ITEM-FOUND          IN ITEM-FIND-CONTROLS
013900           TO TRUE
013910     END-IF.
013920
013930     IF IFC-FIND-LEDGER              IN ITEM-FIND-CONTROLS
013940       AND RIT-LEDGER-UNMATCHED      IN RECON-ITEM-TABLE
013950                                     (IFC-SUBSCRIPT
013960                                  IN ITEM-FIND-CONTROLS)
013970         SET IFC-ITEM-FOUND          IN ITEM-FIND-CONTROLS
013980           TO TRUE
013990     END-IF.
014000
014010     IF IFC-ITEM-FOUND               IN ITEM-FIND-CONTROLS
014020         MOVE IFC-SUBSCRIPT          IN ITEM-FIND-CONTROLS
014030           TO IFC-FOUND-SUBSCRIPT    IN ITEM-FIND-CONTROLS
014040     END-IF.
014050
014060 410000-NEXT.
014070     ADD 1 TO IFC-SUBSCRIPT          IN ITEM-FIND-CONTROLS.
014080
014090 410000-EXIT.
014100     EXIT.
014110
014120**************************************************************
014130*  800000-DATE-TO-SERIAL - CONVERTS SDC-DATE (YYYYMMDD) TO A    *
014140*    DAY SERIAL IN SDC-SERIAL.  JANUARY AND FEBRUARY COUNT AS   *
014150*    MONTHS 13 AND 14 OF THE PRIOR YEAR SO THE LEAP DAY FALLS   *
014160*    AT THE YEAR END AND THE FOUR-YEAR RULE ALONE IS EXACT      *
014170*    FOR THE 2001-2099 DATES THIS SUITE CARRIES.                *
014180**************************************************************
014190 800000-DATE-TO-SERIAL.
014200
014210     IF SDC-MONTH                    IN SERIAL-DATE-CONTROLS
014220       GREATER THAN 2
014230         MOVE SDC-YEAR               IN SERIAL-DATE-CONTROLS
014240           TO SDC-WORK-YEAR          IN SERIAL-DATE-CONTROLS
014250         COMPUTE SDC-WORK-MONTH      IN SERIAL-DATE-CONTROLS
014260             =   SDC-MONTH           IN SERIAL-DATE-CONTROLS + 1
014270     ELSE
014280         COMPUTE SDC-WORK-YEAR       IN SERIAL-DATE-CONTROLS
014290             =   SDC-YEAR            IN SERIAL-DATE-CONTROLS - 1
014300         COMPUTE SDC-WORK-MONTH      IN SERIAL-DATE-CONTROLS
014310             =   SDC-MONTH           IN SERIAL-DATE-CONTROLS + 13
014320     END-IF.
014330
014340     COMPUTE SDC-YEAR-DAYS           IN SERIAL-DATE-CONTROLS
014350         = (1461 * SDC-WORK-YEAR     IN SERIAL-DATE-CONTROLS)
014360         / 4.
014370     COMPUTE SDC-MONTH-DAYS          IN SERIAL-DATE-CONTROLS
014380         = (306 * SDC-WORK-MONTH     IN SERIAL-DATE-CONTROLS)
014390         / 10.
014400     COMPUTE SDC-SERIAL              IN SERIAL-DATE-CONTROLS
014410         =   SDC-YEAR-DAYS           IN SERIAL-DATE-CONTROLS
014420         +   SDC-MONTH-DAYS          IN SERIAL-DATE-CONTROLS
014430         +   SDC-DAY                 IN SERIAL-DATE-CONTROLS.
014440
014450 800000-EXIT.
014460     EXIT.
014470
014480**************************************************************
014490*  900000-ABEND-ON-FILE-ERROR - COMMON HANDLER FOR A BAD FILE    *
014500*    STATUS ON OPEN, READ, WRITE OR CLOSE.  DISPLAYS THE         *
014510*    OFFENDING FILE AND STATUS CODE AND ABENDS THE RUN.          *
014520**************************************************************
014530 900000-ABEND-ON-FILE-ERROR.
014540
014550     DISPLAY 'FCRXGLR - I/O ERROR ON FILE ' FEC-FILE-ID
014560             ' - FILE STATUS = ' FEC-FILE-STATUS.
014570     MOVE 16 TO RETURN-CODE.
014580     STOP RUN.
014590
014600 900000-EXIT.
014610     EXIT.
