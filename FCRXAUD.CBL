000020
000030 PROGRAM-ID. FCRXAUD.
000040
000050*TITLE.      AN / VL CONVERSION AUDIT COMPARE UTILITY
000060
000070 AUTHOR.     CSC FINANCIAL SERVICES GROUP.
000080
000240* T-0225  Z001801  09/2026  INITIAL VERSION - INDEPENDENT        *
000250*                           OLD/NEW FILE COMPARE AND             *
000260*                           CERTIFICATION FOR INTERNAL AUDIT     *
000262* T-0241  Z001801  10/2026  WRITE A MACHINE-READABLE             *
000264*                           CERTIFICATION RECORD FOR THE         *
000266*                           END-OF-CYCLE CLOSE-OUT               *
000267* T-0240  Z001801  10/2026  AUDIT VL FILES UNDER A FILE=VL       *
000268*                           CARD SO A VL RUN CAN BE CERTIFIED    *
000269*                           FOR THE FUND-HISTORY LOAD            *
000270*                                                                *
000280*=================================================================
000290*                                                                *
000320*    PROCESS.  THE CONVERSION ENGINE RECONCILES ITS OWN CONTROL  *
000330*    TOTALS, BUT INTERNAL AUDIT WILL NOT ACCEPT A PROGRAM        *
000340*    CERTIFYING ITS OWN WORK.  THIS STANDALONE UTILITY READS     *
000345*    THE OLD-FORMAT INPUT FILE ON FCROLDT (CFUAFAN1, OR          *
000350*    CFUAFVL1 FOR A VL RUN) AND THE CONVERTED NEW-FORMAT OUTPUT  *
000355*    FILE ON FCRNEWT (CIUAFAN1, OR CIUAFVL1 FOR A VL RUN)        *
000370*    SIDE BY SIDE, MATCHES RECORDS ON TRX-POLICY-ID AND          *
000380*    TRX-RECORD-NUMBER, AND PROVES EVERY FUND SLOT OF EVERY      *
000390*    BALANCE AREA, THEN ISSUES A PASS/FAIL CERTIFICATION         *
000650*    AUDITED REDIRECTED DROPPED BALANCES INTO THE RESIDUAL       *
000660*    FUND (REDIRECT=Y/N, DEFAULT N).  A MISSING FUND MASTER      *
000670*    FILE SIMPLY TURNS THE MERGED-FUND ALLOWANCE OFF.            *
000671*                                                                *
000672*  A FILE=VL CARD AUDITS A VARIABLE LIFE RUN, COMPARING          *
000673*   CFUAFVL1 TO CIUAFVL1 WITH THE SLOT COUNTS AND RESIDUAL FUND  *
000674*   OF THE VL CONSTANTS (CFUAXMVL / CIUAXMVL); FILE=AN, THE      *
000675*   DEFAULT, AUDITS AN ANNUITY RUN.  A FILE AUDITED UNDER THE    *
000676*   WRONG CARD FAILS CERTIFICATION, SINCE NONE OF ITS CONVERTED  *
000677*   RECORDS HAS THE CONVERTED LENGTH THE CARD CALLS FOR.         *
000680*                                                                *
000690*   ANY UNEXPLAINED DIFFERENCE, KEY MISMATCH OR EXCEPTION        *
000700*    WITH NO MATCHING RECORD FAILS THE CERTIFICATION AND ENDS    *
000710*    THE JOB WITH RETURN CODE 8 SO THE RELEASE IS HELD FOR       *
000720*    REVIEW.                                                     *
000721*                                                                *
000722*   THE RESULT IS ALSO WRITTEN AS ONE MACHINE-READABLE           *
000723*    CERTIFICATION RECORD (CFCRXCF1 ON FCRXCRT), PASSED OR       *
000724*    FAILED, CARRYING BOTH FILES' CONTROL-HEADER KEYS AND THE    *
000725*    EXCEPTION COUNT AND DOLLARS, FOR THE END-OF-CYCLE           *
000726*    CLOSE-OUT (FCRXCLS).                                        *
000730******************************************************************
000740     EJECT
000750 ENVIRONMENT DIVISION.
000970     SELECT AUDIT-REPORT-FILE     ASSIGN TO FCRAUDR
000980                                   ORGANIZATION IS SEQUENTIAL
000990                                   FILE STATUS IS FCRAUDR-STATUS.
000992
000994     SELECT CERTIFICATION-FILE    ASSIGN TO FCRXCRT
000996                                   ORGANIZATION IS SEQUENTIAL
000998                                   FILE STATUS IS FCRXCRT-STATUS.
001000
001010     SELECT PARAMETER-CARD-FILE   ASSIGN TO FCRPARM
001020                                   ORGANIZATION IS SEQUENTIAL
001100
001110 01  OLD-AN-TRX-REC.                 COPY CFUAFAN1 SUPPRESS.
001120
001121* THE VL LAYOUTS DIFFER FROM THE AN ONLY IN THEIR FUND SLOTS, SO
001122* THE KEYS AND CONTROL FIELDS ARE READ THROUGH THE AN NAMES FOR
001123* EITHER FILE TYPE.
001124 01  OLD-VL-TRX-REC.                 COPY CFUAFVL1 SUPPRESS.
001125
001130 FD  NEW-TRX-FILE.
001140
001150 01  NEW-AN-TRX-REC.                 COPY CIUAFAN1 SUPPRESS.
001152
001154 01  NEW-VL-TRX-REC.                 COPY CIUAFVL1 SUPPRESS.
001160
001170* A RECORD THE CONVERSION PASSED THROUGH UNCHANGED (REJECTED,
001180* BYPASSED OR NOT CONVERTED) IS STILL IN THE OLD, LONGER
001190* FORMAT.
001200 01  OLD-FORMAT-TRX-REC              PIC X(639).
001202
001204* THE SAME FOR A VL FILE, AT THE OLD VL LENGTH.
001206 01  OLD-VL-FORMAT-TRX-REC           PIC X(801).
001210
001220 FD  FUND-EXCEPTION-FILE.
001230
001310
001320 01  AUDIT-REPORT-LINE               PIC X(132).
001330
001332 FD  CERTIFICATION-FILE.
001334
001336 01  CERTIFICATION-RECORD.           COPY CFCRXCF1 SUPPRESS.
001338
001340 FD  PARAMETER-CARD-FILE.
001350
001360 01  PARAMETER-CARD-RECORD           PIC X(80).
001560         88  FCRFMST-STATUS-NOT-FOUND        VALUE '35'.
001570     05  FCRAUDR-STATUS              PIC X(02).
001580         88  FCRAUDR-STATUS-OK               VALUE '00'.
001582     05  FCRXCRT-STATUS              PIC X(02).
001584         88  FCRXCRT-STATUS-OK               VALUE '00'.
001590     05  FCRPARM-STATUS              PIC X(02).
001600         88  FCRPARM-STATUS-OK               VALUE '00'.
001610         88  FCRPARM-STATUS-EOF              VALUE '10'.
001800         88  RUN-WAS-REDIRECTED                VALUE 'Y'.
001810     05  CERTIFY-FAILED-SW           PIC X     VALUE SPACE.
001820         88  CERTIFICATION-FAILED              VALUE 'Y'.
001822     05  FILE-TYPE-SW                PIC X(02) VALUE 'AN'.
001824         88  AUDIT-AN-FILE                     VALUE 'AN'.
001826         88  AUDIT-VL-FILE                     VALUE 'VL'.
001830
001840 01  AUDIT-COUNTERS.
001850     05  EXCEPTIONS-LOADED-CTR       PIC S9(09) COMP-3
001930     05  UNEXPLAINED-DIFF-CTR        PIC S9(09) COMP-3
001940                                      VALUE ZERO.
001950     05  ORPHAN-EXCEPTION-CTR        PIC S9(09) COMP-3
001951                                      VALUE ZERO.
001952     05  EXCEPTION-DOLLARS-TOTAL     PIC S9(11)V99 COMP-3
001953                                      VALUE ZERO.
001954
001955**************************************************************
001956*  CERTIFY-RUN-KEYS - THE OLD AND NEW FILES' CONTROL-HEADER      *
001957*    RUN DATES AND SOURCE JOBS, KEPT AS THE HEADER PAIR IS       *
001958*    COMPARED, FOR THE CERTIFICATION RECORD.  A FILE WITH NO     *
001959*    HEADER LEAVES ITS PAIR ZERO AND SPACES.                     *
001960**************************************************************
001961 01  CERTIFY-RUN-KEYS.
001962     05  CRK-INPUT-RUN-DATE          PIC 9(08)  VALUE ZERO.
001963     05  CRK-INPUT-SOURCE-JOB        PIC X(08)  VALUE SPACES.
001964     05  CRK-OUTPUT-RUN-DATE         PIC 9(08)  VALUE ZERO.
001965     05  CRK-OUTPUT-SOURCE-JOB       PIC X(08)  VALUE SPACES.
001970
001980**************************************************************
001990*  EXCEPTION-TABLE - THE WHOLE FCRXEXC FILE IS LOADED HERE AT    *
002500*  COMPARE-CONTROLS / AREA WORK AREAS - THE OLD AND NEW SIDES    *
002510*    OF THE BALANCE AREA IN HAND ARE STAGED AND PROVED SLOT BY   *
002520*    SLOT.  THE RESIDUAL (DEFAULT) FUND IS PROVED AS A TOTAL     *
002530*    BECAUSE REDIRECTED DROPS CONSOLIDATE INTO IT.  THE SLOT     *
002532*    COUNTS, CONVERTED LENGTH AND RESIDUAL FUND ARE SET FOR      *
002534*    THE FILE TYPE AT INITIALIZATION; THE AREA WORK TABLES       *
002536*    ARE SIZED FOR THE LARGER VL LAYOUTS.                        *
002540**************************************************************
002550 01  COMPARE-CONTROLS.
002560     05  CMP-AREA-CLASS              PIC X(01).
002630     05  CMP-NEW-999-TOTAL           PIC S9(11)V99 COMP-3.
002640     05  CMP-EXC-TOTAL               PIC S9(11)V99 COMP-3.
002650     05  CMP-999-EXPECTED            PIC S9(11)V99 COMP-3.
002652     05  CMP-NEW-LENGTH              PIC S9(04) COMP.
002654     05  CMP-RESIDUAL-FUND           PIC 9(03).
002660
002670 01  OLD-AREA-WORK.
002680     05  OAW-FUND-INFO-ARRAY.
002690         10  OAW-FUND-INFORMATION    OCCURS 13 TIMES.
002700             15  OAW-FUND-NUMBER     PIC 9(03).
002710             15  OAW-FUND-BALANCE    PIC S9(09)V99 COMP-3.
002720
002730 01  NEW-AREA-WORK.
002740     05  NAW-FUND-INFO-ARRAY.
002750         10  NAW-FUND-INFORMATION    OCCURS 9 TIMES.
002760             15  NAW-FUND-NUMBER     PIC 9(03).
002770             15  NAW-FUND-BALANCE    PIC S9(09)V99 COMP-3.
002780
003140             88  EXP-FUND-SEEN               VALUE 'Y'.
003150
003152 01  NEW-FUND-CONSTANTS.              COPY CIUAXMCD SUPPRESS.
003153
003154 01  VL-OLD-FUND-CONSTANTS.          COPY CFUAXMVL SUPPRESS.
003155
003156 01  VL-NEW-FUND-CONSTANTS.          COPY CIUAXMVL SUPPRESS.
003157
003160 01  OLD-CONTROL-WORK.               COPY CFCRXHT1 SUPPRESS.
003170
003180 01  NEW-CONTROL-WORK.               COPY CFCRXHT1 SUPPRESS.
004070         MOVE FCRAUDR-STATUS TO FEC-FILE-STATUS
004080         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
004090     END-IF.
004091     OPEN OUTPUT CERTIFICATION-FILE.
004092     IF NOT FCRXCRT-STATUS-OK
004093         MOVE 'FCRXCRT' TO FEC-FILE-ID
004094         MOVE FCRXCRT-STATUS TO FEC-FILE-STATUS
004095         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
004096     END-IF.
004100
004110     PERFORM 110000-READ-PARAMETER-CARDS THRU 110000-EXIT.
004120
004122     PERFORM 115000-SET-COMPARE-LAYOUT THRU 115000-EXIT.
004124
004130     PERFORM 120000-LOAD-EXCEPTION-TABLE THRU 120000-EXIT
004140       UNTIL EXCEPTION-EOF             IN WORK-AREAS.
004150
004170
004180     PERFORM 130000-LOAD-FUND-MASTER THRU 130000-EXIT.
004190
004192     IF AUDIT-VL-FILE                IN WORK-AREAS
004194         MOVE 'VL CONVERSION AUDIT COMPARE - UNEXPLAINED '
004196           TO AUDIT-REPORT-LINE
004198     ELSE
004200         MOVE 'ANN AN CONVERSION AUDIT COMPARE - UNEXPLAINED '
004202           TO AUDIT-REPORT-LINE
004204     END-IF.
004220     PERFORM 290000-WRITE-AUDIT-LINE THRU 290000-EXIT.
004230     MOVE 'DIFFERENCES FOLLOW (NONE MEANS A CLEAN COMPARE)'
004240       TO AUDIT-REPORT-LINE.
004440**************************************************************
004450*  110000-READ-PARAMETER-CARDS - READS THE OPERATOR CARD FILE.  *
004460*    REDIRECT=Y SAYS THE RUN BEING AUDITED REDIRECTED DROPPED   *
004465*    BALANCES INTO THE RESIDUAL FUND; FILE=AN OR FILE=VL SAYS   *
004470*    WHICH LAYOUTS TO COMPARE.  NO CARD FILE MEANS REDIRECT=N   *
004475*    AND FILE=AN.                                               *
004490**************************************************************
004500 110000-READ-PARAMETER-CARDS.
004510
004950       WHEN 'REDIRECT=N'
004960         MOVE SPACE
004970           TO REDIRECTED-RUN-SW      IN WORK-AREAS
004972       WHEN 'FILE=AN'
004974         SET AUDIT-AN-FILE           IN WORK-AREAS TO TRUE
004976       WHEN 'FILE=VL'
004978         SET AUDIT-VL-FILE           IN WORK-AREAS TO TRUE
004980       WHEN OTHER
004990         DISPLAY 'FCRXAUD - INVALID PARAMETER CARD: '
005000                 PARAMETER-CARD-RECORD
005030     END-EVALUATE.
005040
005050 111000-EXIT.
005051     EXIT.
005052
005053**************************************************************
005054*  115000-SET-COMPARE-LAYOUT - SETS THE SLOT COUNTS, THE        *
005055*    CONVERTED RECORD LENGTH AND THE RESIDUAL FUND FOR THE      *
005056*    FILE TYPE.  THE AN SLOT COUNTS ARE THE COMPARE DEFAULTS;   *
005057*    A VL RUN TAKES EACH SIDE'S ACTIVE SLOTS FROM ITS           *
005058*    CONSTANTS PLUS THE DEFAULT-FUND TRAILER SLOT.              *
005059**************************************************************
005060 115000-SET-COMPARE-LAYOUT.
005061
005062     IF NOT AUDIT-VL-FILE            IN WORK-AREAS
005063         MOVE FUND-NUMBER-DEFAULT    IN NEW-FUND-CONSTANTS
005064           TO CMP-RESIDUAL-FUND      IN COMPARE-CONTROLS
005065         MOVE LENGTH OF NEW-AN-TRX-REC
005066           TO CMP-NEW-LENGTH         IN COMPARE-CONTROLS
005067         GO TO 115000-EXIT
005068     END-IF.
005069
005070     COMPUTE CMP-OLD-SLOTS           IN COMPARE-CONTROLS
005071         =   VLI-POLICY-MAX-FUNDS    IN VL-OLD-FUND-CONSTANTS
005072         +   1.
005073     COMPUTE CMP-NEW-SLOTS           IN COMPARE-CONTROLS
005074         =   VLI-POLICY-MAX-FUNDS    IN VL-NEW-FUND-CONSTANTS
005075         +   1.
005076     MOVE FUND-NUMBER-DEFAULT        IN VL-NEW-FUND-CONSTANTS
005077       TO CMP-RESIDUAL-FUND          IN COMPARE-CONTROLS.
005078     MOVE LENGTH OF NEW-VL-TRX-REC
005079       TO CMP-NEW-LENGTH             IN COMPARE-CONTROLS.
005080
005081 115000-EXIT.
005082     EXIT.
005083
005084**************************************************************
005090*  120000-LOAD-EXCEPTION-TABLE - READS THE WHOLE EXCEPTION FILE  *
005100*    INTO THE EXCEPTION TABLE, THE SAME WAY THE RE-APPLY AND     *
005110*    BACKOUT UTILITIES DO.                                       *
005690                                  IN EXCEPTION-TABLE-CONTROLS).
005700
005710     ADD 1 TO EXCEPTIONS-LOADED-CTR  IN AUDIT-COUNTERS.
005712     ADD FCX-FUND-BALANCE            IN FUND-EXCEPTION-RECORD
005714       TO EXCEPTION-DOLLARS-TOTAL    IN AUDIT-COUNTERS.
005720
005730 120000-EXIT.
005740     EXIT.
007850*    MUST PAIR WITH THE SAME CONTROL TYPE ON THE NEW FILE.      *
007860*    THE COUNTS AND HASHES THEMSELVES LEGITIMATELY DIFFER -     *
007870*    THE DATA-RECORD COMPARE IS WHAT PROVES THE MONEY.          *
007872*    THE HEADER PAIR'S RUN DATES AND SOURCE JOBS ARE KEPT FOR   *
007874*    THE CERTIFICATION RECORD.                                  *
007880**************************************************************
007890 230000-COMPARE-CONTROL-PAIR.
007900
007910     ADD 1 TO CONTROL-PAIRS-CTR      IN AUDIT-COUNTERS.
007911
007912     IF FHT-HEADER-RECORD            IN OLD-CONTROL-WORK
007913         MOVE FHT-RUN-DATE           IN OLD-CONTROL-WORK
007914           TO CRK-INPUT-RUN-DATE     IN CERTIFY-RUN-KEYS
007915         MOVE FHT-SOURCE-JOB         IN OLD-CONTROL-WORK
007916           TO CRK-INPUT-SOURCE-JOB   IN CERTIFY-RUN-KEYS
007917     END-IF.
007918
007919     IF FHT-HEADER-RECORD            IN NEW-CONTROL-WORK
007920         MOVE FHT-RUN-DATE           IN NEW-CONTROL-WORK
007921           TO CRK-OUTPUT-RUN-DATE    IN CERTIFY-RUN-KEYS
007922         MOVE FHT-SOURCE-JOB         IN NEW-CONTROL-WORK
007923           TO CRK-OUTPUT-SOURCE-JOB  IN CERTIFY-RUN-KEYS
007924     END-IF.
007925
007930     IF FHT-CONTROL-TYPE             IN OLD-CONTROL-WORK
007940       NOT EQUAL FHT-CONTROL-TYPE    IN NEW-CONTROL-WORK
007950         MOVE 'CONTROL RECORD TYPE MISMATCH BETWEEN FILES'
008140 240000-COMPARE-DATA-PAIR.
008150
008160     IF FHT-RDW-LENGTH               IN NEW-CONTROL-WORK
008170       NOT EQUAL CMP-NEW-LENGTH      IN COMPARE-CONTROLS
008180         PERFORM 241000-COMPARE-PASSTHRU THRU 241000-EXIT
008190         GO TO 240000-EXIT
008200     END-IF.
008650
008660     ADD 1 TO PASSTHRU-PAIRS-CTR     IN AUDIT-COUNTERS.
008670
008672     IF (AUDIT-VL-FILE               IN WORK-AREAS
008674         AND OLD-VL-FORMAT-TRX-REC
008676             NOT EQUAL OLD-VL-TRX-REC)
008678       OR (AUDIT-AN-FILE             IN WORK-AREAS
008680         AND OLD-FORMAT-TRX-REC
008682             NOT EQUAL OLD-AN-TRX-REC
008684                       (1 : LENGTH OF OLD-AN-TRX-REC))
008700         MOVE 'PASSED-THROUGH RECORD ALTERED'
008710           TO AML-TEXT               IN AUDIT-MESSAGE-LINE
008720         MOVE TRX-POLICY-ID          IN TRX-INFO
008940**************************************************************
008950 250000-COMPARE-ONE-AREA.
008960
008962     IF AUDIT-VL-FILE                IN WORK-AREAS
008964         PERFORM 251000-STAGE-VL-AREA THRU 251000-EXIT
008966         GO TO 250000-COMPARE
008968     END-IF.
008969
008970     IF CMP-AREA-CLASS               IN COMPARE-CONTROLS
008980       EQUAL 'B'
008990         MOVE FUND-INFO-ARRAY        IN BEGIN-BALANCES
009190           TO NAW-FUND-INFO-ARRAY    IN NEW-AREA-WORK
009200     END-IF.
009210
009215 250000-COMPARE.
009216
009220     PERFORM 252000-BUILD-AREA-EXCEPTIONS THRU 252000-EXIT.
009230
009240     MOVE ZERO
009500     ADD 1 TO CMP-OCCURRENCE         IN COMPARE-CONTROLS.
009510
009520 250000-EXIT.
009521     EXIT.
009522
009523**************************************************************
009524*  251000-STAGE-VL-AREA - STAGES THE OLD AND NEW SIDES OF THE   *
009525*    VL BALANCE AREA NAMED BY CMP-AREA-CLASS/CMP-OCCURRENCE,    *
009526*    THE SAME WAY 250000 STAGES AN AN AREA.                     *
009527**************************************************************
009528 251000-STAGE-VL-AREA.
009529
009530     IF CMP-AREA-CLASS               IN COMPARE-CONTROLS
009531       EQUAL 'B'
009532         MOVE FUND-INFO-ARRAY        IN BEGIN-BALANCES
009533                                     IN OLD-VL-TRX-REC
009534                                     (CMP-OCCURRENCE
009535                                  IN COMPARE-CONTROLS)
009536           TO OAW-FUND-INFO-ARRAY    IN OLD-AREA-WORK
009537         MOVE FUND-INFO-ARRAY        IN BEGIN-BALANCES
009538                                     IN NEW-VL-TRX-REC
009539                                     (CMP-OCCURRENCE
009540                                  IN COMPARE-CONTROLS)
009541           TO NAW-FUND-INFO-ARRAY    IN NEW-AREA-WORK
009542     ELSE
009543         MOVE FUND-INFO-ARRAY        IN END-BALANCES
009544                                     IN OLD-VL-TRX-REC
009545                                     (CMP-OCCURRENCE
009546                                  IN COMPARE-CONTROLS)
009547           TO OAW-FUND-INFO-ARRAY    IN OLD-AREA-WORK
009548         MOVE FUND-INFO-ARRAY        IN END-BALANCES
009549                                     IN NEW-VL-TRX-REC
009550                                     (CMP-OCCURRENCE
009551                                  IN COMPARE-CONTROLS)
009552           TO NAW-FUND-INFO-ARRAY    IN NEW-AREA-WORK
009553     END-IF.
009554
009555 251000-EXIT.
009556     EXIT.
009557
009558**************************************************************
009560*  252000-BUILD-AREA-EXCEPTIONS - GATHERS THE EXCEPTION FILE'S  *
009570*    FUNDS FOR THE POLICY, RECORD, AREA AND OCCURRENCE IN       *
009580*    HAND, SUMS THEIR BALANCES FOR THE RESIDUAL CHECK AND       *
010470       TO CMP-THIS-FUND              IN COMPARE-CONTROLS.
010480
010490     IF CMP-THIS-FUND                IN COMPARE-CONTROLS
010500       EQUAL CMP-RESIDUAL-FUND       IN COMPARE-CONTROLS
010510         ADD OAW-FUND-BALANCE        IN OLD-AREA-WORK
010520                                     (CMP-SLOT
010530                                  IN COMPARE-CONTROLS)
010700
010710* A SUCCESSOR THAT IS THE RESIDUAL FUND CONSOLIDATES THERE.
010720     IF CMP-THIS-FUND                IN COMPARE-CONTROLS
010730       EQUAL CMP-RESIDUAL-FUND       IN COMPARE-CONTROLS
010740         ADD OAW-FUND-BALANCE        IN OLD-AREA-WORK
010750                                     (CMP-SLOT
010760                                  IN COMPARE-CONTROLS)
012060       TO CMP-THIS-FUND              IN COMPARE-CONTROLS.
012070
012080     IF CMP-THIS-FUND                IN COMPARE-CONTROLS
012090       EQUAL CMP-RESIDUAL-FUND       IN COMPARE-CONTROLS
012100         ADD NAW-FUND-BALANCE        IN NEW-AREA-WORK
012110                                     (CMP-SLOT
012120                                  IN COMPARE-CONTROLS)
013270         END-IF
013280     END-IF.
013290
013300     MOVE CMP-RESIDUAL-FUND          IN COMPARE-CONTROLS
013310       TO ADL-FUND-NUMBER            IN AUDIT-DETAIL-LINE.
013320     MOVE CMP-OLD-999-TOTAL          IN COMPARE-CONTROLS
013330       TO ADL-OLD-BALANCE            IN AUDIT-DETAIL-LINE.
013830*    AREA ACCOUNTED FOR, WRITES THE RUN TOTALS AND THE          *
013840*    PASS/FAIL CERTIFICATION, AND SETS RETURN CODE 8 ON A       *
013850*    FAILED CERTIFICATION.                                      *
013855*    THE CERTIFICATION RECORD IS WRITTEN EITHER WAY.            *
013860**************************************************************
013870 300000-TERMINATION.
013880
014550         PERFORM 290000-WRITE-AUDIT-LINE THRU 290000-EXIT
014560     END-IF.
014570
014572     PERFORM 320000-WRITE-CERTIFICATION THRU 320000-EXIT.
014574
014580     CLOSE OLD-TRX-FILE.
014590     CLOSE NEW-TRX-FILE.
014600     CLOSE AUDIT-REPORT-FILE.
014605     CLOSE CERTIFICATION-FILE.
014610
014620     IF CERTIFICATION-FAILED         IN WORK-AREAS
014630         MOVE 8 TO RETURN-CODE
014860         ADD 1 TO ORPHAN-EXCEPTION-CTR IN AUDIT-COUNTERS
014870         SET CERTIFICATION-FAILED    IN WORK-AREAS TO TRUE
014880     END-IF.
014881
014882     ADD 1 TO ETB-SUBSCRIPT          IN EXCEPTION-TABLE-CONTROLS.
014883
014884 310000-EXIT.
014885     EXIT.
014886
014887**************************************************************
014888*  320000-WRITE-CERTIFICATION - WRITES THE ONE MACHINE-         *
014889*    READABLE CERTIFICATION RECORD (CFCRXCF1) THE END-OF-CYCLE  *
014890*    CLOSE-OUT READS - THE RESULT, BOTH FILES' HEADER KEYS,     *
014891*    THE REDIRECT SETTING AND THE EXCEPTION COUNT AND DOLLARS.  *
014892**************************************************************
014893 320000-WRITE-CERTIFICATION.
014894
014895     MOVE SPACES                     TO CERTIFICATION-RECORD.
014896     MOVE CRK-INPUT-RUN-DATE         IN CERTIFY-RUN-KEYS
014897       TO FCF-INPUT-RUN-DATE         IN CERTIFICATION-RECORD.
014898     MOVE CRK-INPUT-SOURCE-JOB       IN CERTIFY-RUN-KEYS
014899       TO FCF-INPUT-SOURCE-JOB       IN CERTIFICATION-RECORD.
014900     MOVE CRK-OUTPUT-RUN-DATE        IN CERTIFY-RUN-KEYS
014901       TO FCF-OUTPUT-RUN-DATE        IN CERTIFICATION-RECORD.
014902     MOVE CRK-OUTPUT-SOURCE-JOB      IN CERTIFY-RUN-KEYS
014903       TO FCF-OUTPUT-SOURCE-JOB      IN CERTIFICATION-RECORD.
014904
014905     IF CERTIFICATION-FAILED         IN WORK-AREAS
014906         SET FCF-NOT-CERTIFIED       IN CERTIFICATION-RECORD
014907           TO TRUE
014908     ELSE
014909         SET FCF-CERTIFIED           IN CERTIFICATION-RECORD
014910           TO TRUE
014911     END-IF.
014912
014913     ACCEPT FCF-CERTIFY-DATE         IN CERTIFICATION-RECORD
014914                                     FROM DATE YYYYMMDD.
014915     MOVE REDIRECTED-RUN-SW          IN WORK-AREAS
014916       TO FCF-REDIRECT-SW            IN CERTIFICATION-RECORD.
014917     MOVE PAIRS-COMPARED-CTR         IN AUDIT-COUNTERS
014918       TO FCF-PAIRS-COMPARED         IN CERTIFICATION-RECORD.
014919     MOVE UNEXPLAINED-DIFF-CTR       IN AUDIT-COUNTERS
014920       TO FCF-UNEXPLAINED-DIFF       IN CERTIFICATION-RECORD.
014921     MOVE ORPHAN-EXCEPTION-CTR       IN AUDIT-COUNTERS
014922       TO FCF-ORPHAN-EXCEPTIONS      IN CERTIFICATION-RECORD.
014923     MOVE EXCEPTIONS-LOADED-CTR      IN AUDIT-COUNTERS
014924       TO FCF-EXCEPTION-COUNT        IN CERTIFICATION-RECORD.
014925     MOVE EXCEPTION-DOLLARS-TOTAL    IN AUDIT-COUNTERS
014926       TO FCF-EXCEPTION-DOLLARS      IN CERTIFICATION-RECORD.
014927
014928     WRITE CERTIFICATION-RECORD.
014929     IF NOT FCRXCRT-STATUS-OK
014930         MOVE 'FCRXCRT' TO FEC-FILE-ID
014931         MOVE FCRXCRT-STATUS TO FEC-FILE-STATUS
014932         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
014933     END-IF.
014934
014935 320000-EXIT.
014936     EXIT.
014940
014950**************************************************************
014960*  900000-ABEND-ON-FILE-ERROR - COMMON HANDLER FOR A BAD FILE    *
