000368*                           CONTROL RECORDS AND REPORT AN EMPTY  *
000369*                           RUN WHEN ANOTHER ENGINE OWNED THE    *
000370*                           FILE                                 *
000371* T-0235  Z001801  10/2026  ADD TRUNCATE PARAMETER CARD.  WITH   *
000372*                           TRUNCATE=BALANCE A DECREASE KEEPS    *
000373*                           THE LARGEST ABSOLUTE BALANCES AND    *
000374*                           DROPS THE SMALLEST; THE RULE IS      *
000375*                           SHOWN ON THE SUMMARY AND RUN LOG     *
000376* T-0241  Z001801  10/2026  CARRY THE INPUT HEADER RUN DATE AND  *
000377*                           SOURCE JOB ON THE RUN LOG SO THE     *
000378*                           END-OF-CYCLE CLOSE-OUT CAN TIE THE   *
000379*                           LOG TO THE RUN'S REGISTRATION        *
000380*                                                                *
000381*=================================================================
000382*                                                                *
000383*  MODULE NARRATIVE                                              *
000390*   THIS IS PART OF THE WMA / V1 FUNDS CONFIGURATION UTILITY     *
000400*    PROCESS.  IT IS TO BE USED TO CONFIGURE / RECONFIGURE THE   *
000410*    NUMBER OF FUNDS FOR THE ANNUITY ANNUAL STATEMNT TRANSACTION.*
001370 01  CONSTANTS.
001380     05  WS-FCRXDSP                  PIC X(8) VALUE 'FCRXDSP '.
001400     05  DISPLACEMENT-CONSTANT       PIC S9(8) COMP VALUE +1.
001401
001402**************************************************************
001403*  PARAMETER-OPTIONS - RUN OPTIONS AND SELECTION FILTERS, SET    *
001404*    FROM THE OPERATOR PARAMETER CARD FILE (FCRPARM) AT          *
001405*    INITIALIZATION AND ECHOED TO THE PARAMETER REPORT           *
001406*    (FCRPRPT).  WITH NO PARAMETER FILE THE DEFAULTS BELOW       *
001407*    APPLY AND EVERY TRANSACTION IS SELECTED, THE SAME AS        *
001408*    BEFORE THE CARD EXISTED.                                    *
001409**************************************************************
001410 01  PARAMETER-OPTIONS.
001411     05  CHECKPOINT-INTERVAL         PIC S9(8) COMP VALUE +1000.
001412     05  PARM-PLAN-COUNT             PIC S9(4) COMP VALUE ZERO.
001413     05  PARM-PLAN-LIMIT             PIC S9(4) COMP VALUE +50.
001414     05  PARM-PLAN-LIST.
001415         10  PARM-PLAN-CODE          PIC X(04) OCCURS 50 TIMES.
001416     05  PARM-DATE-FROM              PIC 9(08)  VALUE ZERO.
001417     05  PARM-DATE-TO                PIC 9(08)  VALUE 99999999.
001418     05  PARM-DATE-RANGE-SW          PIC X(01)  VALUE SPACE.
001419         88  DATE-RANGE-SELECTED                VALUE 'Y'.
001420     05  PARM-TRUNCATE-RULE-SW       PIC X(01)  VALUE 'P'.
001421         88  TRUNCATE-BY-POSITION               VALUE 'P'.
001422         88  TRUNCATE-BY-BALANCE                VALUE 'B'.
001439**************************************************************
001440*  GUARDRAIL THRESHOLDS - ZERO MEANS NO LIMIT.  A RUN WHOSE      *
001441*    COUNTER PASSES A LIMIT IS ENDED CLEANLY (FILES CLOSED,      *
002130     05  FCX-FIND-LIMIT              PIC S9(4) COMP.
002140     05  FCX-FOUND-SW                PIC X(01) VALUE SPACE.
002150         88  FCX-RESIDUAL-FOUND                VALUE 'Y'.
002151**************************************************************
002152*  SURVIVOR-RANK-CONTROLS / SURVIVOR-SLOT-MAP - USED ONLY WITH   *
002153*    TRUNCATE=BALANCE.  ON A DECREASE THE ACTIVE FUNDS OF EACH   *
002154*    STAGED AREA ARE RANKED BY ABSOLUTE BALANCE AND AS MANY AS   *
002155*    THE NEW ARRAY HOLDS, LARGEST FIRST, ARE MARKED KEPT; THE    *
002156*    REST ARE MARKED DROPPED.  EQUAL BALANCES KEEP THE LOWER     *
002157*    SLOT, SO A TIE FALLS OUT THE SAME AS TRUNCATE=POSITION.     *
002158*    ONE MAP ROW PER BALANCE AREA (B1-B3, THEN E1-E3) IS HELD    *
002159*    FOR THE WHOLE TRANSACTION SO THE CARRIED-BALANCE            *
002160*    ACCUMULATION SEES THE SAME SURVIVORS THE CONVERSION KEPT.   *
002161**************************************************************
002162 01  SURVIVOR-RANK-CONTROLS.
002163     05  SRV-MAP-ROW                 PIC S9(4) COMP.
002164     05  SRV-SLOT                    PIC S9(4) COMP.
002165     05  SRV-SLOT-LIMIT              PIC S9(4) COMP.
002166     05  SRV-KEEP-LIMIT              PIC S9(4) COMP.
002167     05  SRV-PICK-COUNT              PIC S9(4) COMP.
002168     05  SRV-BEST-SLOT               PIC S9(4) COMP.
002169     05  SRV-PLACE-SLOT              PIC S9(4) COMP.
002170     05  SRV-BEST-AMOUNT             PIC S9(09)V99 COMP-3.
002171     05  SRV-THIS-AMOUNT             PIC S9(09)V99 COMP-3.
002172     05  SRV-RESIDUAL-CARRY          PIC S9(09)V99 COMP-3.
002173     05  SRV-RANKED-SW               PIC X(01)  VALUE SPACE.
002174         88  SRV-AREA-RANKED                    VALUE 'Y'.
002175
002176 01  SURVIVOR-SLOT-MAP.
002177     05  SRV-MAP-AREA                OCCURS 6 TIMES.
002178         10  SRV-SLOT-STATUS         PIC X(01) OCCURS 10 TIMES.
002179             88  SRV-SLOT-UNUSED                VALUE ' '.
002180             88  SRV-SLOT-KEPT                  VALUE 'K'.
002181             88  SRV-SLOT-DROPPED               VALUE 'D'.
002182             88  SRV-SLOT-CARRIED               VALUE 'C'.
002183
002184 01  CHECKPOINT-CONTROLS.
002185     05  CKPT-RECORDS-SINCE-LAST     PIC S9(8) COMP
002190                                     VALUE ZERO.
002200     05  CKPT-QUOTIENT               PIC S9(8) COMP.
002210     05  CKPT-REMAINDER              PIC S9(8) COMP.
004810       TO DEFAULT-OLD-MAX-FUNDS     IN PLAN-MAX-FUNDS-CONTROLS.
004820     MOVE ANN-POLICY-MAX-FUNDS      IN NEW-FUND-CONSTANTS
004830       TO DEFAULT-NEW-MAX-FUNDS     IN PLAN-MAX-FUNDS-CONTROLS.
004831
004832 100000-EXIT.
004833     EXIT.
004834
004835**************************************************************
004836*  120000-LOAD-PARAMETER-CARDS - READS THE OPERATOR PARAMETER   *
004837*    CARD FILE (FCRPARM) AND SETS THE RUN OPTIONS AND SELECTION *
004838*    FILTERS IN PARAMETER-OPTIONS AND THE COMM AREA.  EVERY     *
004839*    CARD IS ECHOED TO THE PARAMETER REPORT (FCRPRPT), AND THE  *
004840*    OPTIONS FINALLY IN EFFECT ARE LISTED AFTER THE ECHO SO A   *
004841*    PRODUCTION RUN'S OPTIONS CAN BE PROVEN AFTER THE FACT.     *
004842*    A RUN WITH NO PARAMETER FILE KEEPS EVERY DEFAULT AND       *
004843*    SELECTS EVERY TRANSACTION.  AN INVALID CARD ENDS THE RUN   *
004844*    BEFORE ANY TRANSACTION IS CONVERTED.                       *
004845**************************************************************
004846 120000-LOAD-PARAMETER-CARDS.
004847
004848     OPEN OUTPUT PARAMETER-REPORT-FILE.
004849     IF NOT FCRPRPT-STATUS-OK
004850         MOVE 'FCRPRPT' TO FEC-FILE-ID
004851         MOVE FCRPRPT-STATUS TO FEC-FILE-STATUS
004852         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
004853     END-IF.
004854
004855     MOVE 'ANN AN FUNDS CONFIGURATION RUN PARAMETERS'
004856       TO PARAMETER-REPORT-LINE.
004857     PERFORM 125000-WRITE-PARM-LINE  THRU 125000-EXIT.
004858     MOVE SPACES TO PARAMETER-REPORT-LINE.
004859     PERFORM 125000-WRITE-PARM-LINE  THRU 125000-EXIT.
004860
004861     OPEN INPUT PARAMETER-CARD-FILE.
004862
004863     IF FCRPARM-STATUS-NOT-FOUND
004864         MOVE 'NO PARAMETER FILE - DEFAULT OPTIONS IN EFFECT'
004865           TO PARAMETER-REPORT-LINE
004866         PERFORM 125000-WRITE-PARM-LINE THRU 125000-EXIT
004867         PERFORM 124000-REPORT-OPTIONS THRU 124000-EXIT
004868         GO TO 120000-EXIT
004869     END-IF.
004870
004871     IF NOT FCRPARM-STATUS-OK
004872         MOVE 'FCRPARM' TO FEC-FILE-ID
004873         MOVE FCRPARM-STATUS TO FEC-FILE-STATUS
004874         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
004875     END-IF.
004876
004877     SET PARM-FILE-PRESENT         IN PARAMETER-CARD-CONTROLS
004878       TO TRUE.
004879
004880     PERFORM 121000-PROCESS-ONE-CARD THRU 121000-EXIT
004881       UNTIL PARM-EOF              IN PARAMETER-CARD-CONTROLS.
004882
004883     CLOSE PARAMETER-CARD-FILE.
004884
004885     PERFORM 124000-REPORT-OPTIONS   THRU 124000-EXIT.
004886
004887 120000-EXIT.
004888     EXIT.
004889
004890 121000-PROCESS-ONE-CARD.
004891
004892     READ PARAMETER-CARD-FILE.
004893
004894     IF FCRPARM-STATUS-EOF
004895         SET PARM-EOF              IN PARAMETER-CARD-CONTROLS
004896           TO TRUE
004897         GO TO 121000-EXIT
004898     END-IF.
004899
004900     IF NOT FCRPARM-STATUS-OK
004901         MOVE 'FCRPARM' TO FEC-FILE-ID
004902         MOVE FCRPARM-STATUS TO FEC-FILE-STATUS
004903         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
004904     END-IF.
004905
004906     MOVE SPACES                   TO PARAMETER-REPORT-LINE.
004907     STRING 'CARD: ' DELIMITED BY SIZE
004908            PARAMETER-CARD-RECORD  DELIMITED BY SIZE
004909       INTO PARAMETER-REPORT-LINE.
004910     PERFORM 125000-WRITE-PARM-LINE  THRU 125000-EXIT.
004911
004912     IF PARAMETER-CARD-RECORD (1 : 1) EQUAL '*'
004913       OR PARAMETER-CARD-RECORD EQUAL SPACES
004914         GO TO 121000-EXIT
004915     END-IF.
004916
004917     MOVE SPACES TO PARM-KEYWORD   IN PARAMETER-CARD-CONTROLS
004918                    PARM-VALUE     IN PARAMETER-CARD-CONTROLS.
004919     UNSTRING PARAMETER-CARD-RECORD DELIMITED BY '='
004920         INTO PARM-KEYWORD         IN PARAMETER-CARD-CONTROLS
004921              PARM-VALUE           IN PARAMETER-CARD-CONTROLS.
004922
004923     PERFORM 122000-APPLY-ONE-OPTION THRU 122000-EXIT.
004924
004925 121000-EXIT.
004926     EXIT.
004927
004928 122000-APPLY-ONE-OPTION.
004929
004930     EVALUATE PARM-KEYWORD         IN PARAMETER-CARD-CONTROLS
004931
004932       WHEN 'SIMULATE'
004933         EVALUATE PARM-VALUE (1 : 1)
004934           WHEN 'Y'
004935             SET SIMULATE-ONLY     IN FUNDS-CONFIG-COMM-AREA
004936               TO TRUE
004937           WHEN 'N'
004938             MOVE SPACE
004939               TO SIMULATE-SW      IN FUNDS-CONFIG-COMM-AREA
004940           WHEN OTHER
004941             MOVE 'SIMULATE VALUE MUST BE Y OR N'
004942               TO PARM-ERROR-TEXT  IN PARAMETER-CARD-CONTROLS
004943             PERFORM 910000-ABEND-ON-PARM-ERROR
004944                THRU 910000-EXIT
004945         END-EVALUATE
004946
004947       WHEN 'REDIRECT'
004948         EVALUATE PARM-VALUE (1 : 1)
004949           WHEN 'Y'
004950             SET REDIRECT-TO-RESIDUAL
004951                                   IN FUNDS-CONFIG-COMM-AREA
004952               TO TRUE
004953           WHEN 'N'
004954             MOVE SPACE
004955               TO RESIDUAL-REDIRECT-SW
004956                                   IN FUNDS-CONFIG-COMM-AREA
004957           WHEN OTHER
004958             MOVE 'REDIRECT VALUE MUST BE Y OR N'
004959               TO PARM-ERROR-TEXT  IN PARAMETER-CARD-CONTROLS
004960             PERFORM 910000-ABEND-ON-PARM-ERROR
004961                THRU 910000-EXIT
004962         END-EVALUATE
004963
004964       WHEN 'TRUNCATE'
004965         EVALUATE PARM-VALUE (1 : 8)
004966           WHEN 'POSITION'
004967             SET TRUNCATE-BY-POSITION
004968                                   IN PARAMETER-OPTIONS
004969               TO TRUE
004970           WHEN 'BALANCE'
004971             SET TRUNCATE-BY-BALANCE
004972                                   IN PARAMETER-OPTIONS
004973               TO TRUE
004974           WHEN OTHER
004975             MOVE 'TRUNCATE VALUE MUST BE POSITION OR BALANCE'
004976               TO PARM-ERROR-TEXT  IN PARAMETER-CARD-CONTROLS
004977             PERFORM 910000-ABEND-ON-PARM-ERROR
004978                THRU 910000-EXIT
004979         END-EVALUATE
004980
004981       WHEN 'CHECKPOINT'
004982         IF PARM-VALUE (1 : 8)     NUMERIC
004983           AND PARM-VALUE (1 : 8)  GREATER THAN ZERO
004984             MOVE PARM-VALUE (1 : 8)
004985               TO PARM-NUMERIC-WORK IN PARAMETER-CARD-CONTROLS
004986             MOVE PARM-NUMERIC-WORK IN PARAMETER-CARD-CONTROLS
004987               TO CHECKPOINT-INTERVAL IN PARAMETER-OPTIONS
004988         ELSE
004989             MOVE 'CHECKPOINT VALUE MUST BE 8 DIGITS ABOVE ZERO'
004990               TO PARM-ERROR-TEXT  IN PARAMETER-CARD-CONTROLS
004991             PERFORM 910000-ABEND-ON-PARM-ERROR
004992                THRU 910000-EXIT
004993         END-IF
004994
004995       WHEN 'PLAN'
004996         IF PARM-VALUE (1 : 4)     EQUAL SPACES
004997             MOVE 'PLAN VALUE IS MISSING'
004998               TO PARM-ERROR-TEXT  IN PARAMETER-CARD-CONTROLS
004999             PERFORM 910000-ABEND-ON-PARM-ERROR
005000                THRU 910000-EXIT
005001         END-IF
005002         IF PARM-PLAN-COUNT        IN PARAMETER-OPTIONS
005003           NOT LESS THAN
005004            PARM-PLAN-LIMIT        IN PARAMETER-OPTIONS
005005             MOVE 'MORE THAN 50 PLAN CARDS'
005006               TO PARM-ERROR-TEXT  IN PARAMETER-CARD-CONTROLS
005007             PERFORM 910000-ABEND-ON-PARM-ERROR
005008                THRU 910000-EXIT
005009         END-IF
005010         ADD 1 TO PARM-PLAN-COUNT  IN PARAMETER-OPTIONS
005011         MOVE PARM-VALUE (1 : 4)
005012           TO PARM-PLAN-CODE       IN PARAMETER-OPTIONS
005013                                   (PARM-PLAN-COUNT
005014                                    IN PARAMETER-OPTIONS)
005015
005016       WHEN 'DATE-FROM'
005017         PERFORM 123000-EDIT-DATE-VALUE THRU 123000-EXIT
005018         MOVE PARM-NUMERIC-WORK    IN PARAMETER-CARD-CONTROLS
005019           TO PARM-DATE-FROM       IN PARAMETER-OPTIONS
005020         SET DATE-RANGE-SELECTED   IN PARAMETER-OPTIONS
005021           TO TRUE
005022
005023       WHEN 'DATE-TO'
005024         PERFORM 123000-EDIT-DATE-VALUE THRU 123000-EXIT
005025         MOVE PARM-NUMERIC-WORK    IN PARAMETER-CARD-CONTROLS
005026           TO PARM-DATE-TO         IN PARAMETER-OPTIONS
005027         SET DATE-RANGE-SELECTED   IN PARAMETER-OPTIONS
005028           TO TRUE
005029
005030       WHEN 'MAX-TOO-MANY'
005031         PERFORM 123500-EDIT-COUNT-VALUE THRU 123500-EXIT
005032         MOVE PARM-NUMERIC-WORK    IN PARAMETER-CARD-CONTROLS
005033           TO PARM-MAX-TOO-MANY    IN PARAMETER-OPTIONS
005034
005035       WHEN 'MAX-OUT-OF-BAL'
005036         PERFORM 123500-EDIT-COUNT-VALUE THRU 123500-EXIT
005037         MOVE PARM-NUMERIC-WORK    IN PARAMETER-CARD-CONTROLS
005038           TO PARM-MAX-OUT-OF-BAL  IN PARAMETER-OPTIONS
005039
005040       WHEN 'MAX-REJECTS'
005041         PERFORM 123500-EDIT-COUNT-VALUE THRU 123500-EXIT
005042         MOVE PARM-NUMERIC-WORK    IN PARAMETER-CARD-CONTROLS
005043           TO PARM-MAX-REJECTS     IN PARAMETER-OPTIONS
005044
005045       WHEN OTHER
005046         MOVE 'UNKNOWN PARAMETER KEYWORD'
005047           TO PARM-ERROR-TEXT      IN PARAMETER-CARD-CONTROLS
005048         PERFORM 910000-ABEND-ON-PARM-ERROR
005049            THRU 910000-EXIT
005050
005051     END-EVALUATE.
005052
005053 122000-EXIT.
005054     EXIT.
005055
005056**************************************************************
005057*  123000-EDIT-DATE-VALUE - EDITS THE CARD VALUE IN HAND AS A   *
005058*    YYYYMMDD DATE AND LEAVES THE GOOD VALUE IN PARM-NUMERIC-   *
005059*    WORK.  A BAD DATE ENDS THE RUN.                            *
005060**************************************************************
005061 123000-EDIT-DATE-VALUE.
005062
005063     IF PARM-VALUE (1 : 8)         NOT NUMERIC
005064         MOVE 'DATE VALUE MUST BE YYYYMMDD'
005065           TO PARM-ERROR-TEXT      IN PARAMETER-CARD-CONTROLS
005066         PERFORM 910000-ABEND-ON-PARM-ERROR
005067            THRU 910000-EXIT
005068     END-IF.
005069
005070     MOVE PARM-VALUE (1 : 8)
005071       TO PARM-NUMERIC-WORK        IN PARAMETER-CARD-CONTROLS.
005072
005073     IF PARM-NUMERIC-WORK (5 : 2)  LESS THAN '01'
005074       OR PARM-NUMERIC-WORK (5 : 2) GREATER THAN '12'
005075       OR PARM-NUMERIC-WORK (7 : 2) LESS THAN '01'
005076       OR PARM-NUMERIC-WORK (7 : 2) GREATER THAN '31'
005077         MOVE 'DATE MONTH OR DAY OUT OF RANGE'
005078           TO PARM-ERROR-TEXT      IN PARAMETER-CARD-CONTROLS
005079         PERFORM 910000-ABEND-ON-PARM-ERROR
005080            THRU 910000-EXIT
005081     END-IF.
005082
005083 123000-EXIT.
005084     EXIT.
005085
005086**************************************************************
005087*  123500-EDIT-COUNT-VALUE - EDITS THE CARD VALUE IN HAND AS AN  *
005088*    8-DIGIT COUNT AND LEAVES IT IN PARM-NUMERIC-WORK.  ZERO IS  *
005089*    VALID AND MEANS NO LIMIT.                                   *
005090**************************************************************
005091 123500-EDIT-COUNT-VALUE.
005092
005093     IF PARM-VALUE (1 : 8)         NOT NUMERIC
005094         MOVE 'COUNT VALUE MUST BE 8 DIGITS'
005095           TO PARM-ERROR-TEXT      IN PARAMETER-CARD-CONTROLS
005096         PERFORM 910000-ABEND-ON-PARM-ERROR
005097            THRU 910000-EXIT
005098     END-IF.
005099
005100     MOVE PARM-VALUE (1 : 8)
005101       TO PARM-NUMERIC-WORK        IN PARAMETER-CARD-CONTROLS.
005102
005103 123500-EXIT.
005104     EXIT.
005105
005106**************************************************************
005107*  124000-REPORT-OPTIONS - LISTS THE OPTIONS AND SELECTION      *
005108*    FILTERS FINALLY IN EFFECT ON THE PARAMETER REPORT.         *
005109**************************************************************
005110 124000-REPORT-OPTIONS.
005111
005112     MOVE SPACES TO PARAMETER-REPORT-LINE.
005113     PERFORM 125000-WRITE-PARM-LINE  THRU 125000-EXIT.
005114     MOVE 'OPTIONS IN EFFECT FOR THIS RUN:'
005115       TO PARAMETER-REPORT-LINE.
005116     PERFORM 125000-WRITE-PARM-LINE  THRU 125000-EXIT.
005117
005118     IF SIMULATE-ONLY              IN FUNDS-CONFIG-COMM-AREA
005119         MOVE '  SIMULATE MODE           - YES'
005120           TO PARAMETER-REPORT-LINE
005121     ELSE
005122         MOVE '  SIMULATE MODE           - NO'
005123           TO PARAMETER-REPORT-LINE
005124     END-IF.
005125     PERFORM 125000-WRITE-PARM-LINE  THRU 125000-EXIT.
005126
005127     IF REDIRECT-TO-RESIDUAL       IN FUNDS-CONFIG-COMM-AREA
005128         MOVE '  REDIRECT TO RESIDUAL    - YES'
005129           TO PARAMETER-REPORT-LINE
005130     ELSE
005131         MOVE '  REDIRECT TO RESIDUAL    - NO'
005132           TO PARAMETER-REPORT-LINE
005133     END-IF.
005134     PERFORM 125000-WRITE-PARM-LINE  THRU 125000-EXIT.
005135
005136     IF TRUNCATE-BY-BALANCE        IN PARAMETER-OPTIONS
005137         MOVE '  TRUNCATE SURVIVORS BY   - BALANCE'
005138           TO PARAMETER-REPORT-LINE
005139     ELSE
005140         MOVE '  TRUNCATE SURVIVORS BY   - POSITION'
005142           TO PARAMETER-REPORT-LINE
005143     END-IF.
005144     PERFORM 125000-WRITE-PARM-LINE  THRU 125000-EXIT.
006346        THRU 516000-EXIT.
006350
006360 200000-EXIT.
006361     EXIT.
006362
006363**************************************************************
006364*  205000-PROCESS-FUND-AREA - PROCESSES THE FUND ARRAY OF THE    *
006365*    BALANCE AREA NAMED BY APC-AREA-CLASS / APC-OCCURRENCE.      *
006366*    THE ARRAY IS STAGED IN THE AREA WORK AREAS, CONFIGURED TO   *
006367*    THE NEW FUND COUNT (DROPPING OR ADDING TRAILING SLOTS AS    *
006368*    THE DIRECTION REQUIRES), CHECKED FOR TRUNCATED FUNDS, AND   *
006369*    STORED BACK TO THE NEW TRANSACTION RECORD.  ONE COPY OF     *
006370*    THIS LOGIC SERVES ALL SIX BALANCE BUCKETS.                  *
006371*    ON A DECREASE UNDER TRUNCATE=BALANCE THE NEW ARRAY HOLDS    *
006372*    THE FUNDS WITH THE LARGEST BALANCES INSTEAD OF THE LEADING  *
006373*    SLOTS.                                                      *
006374**************************************************************
006375 205000-PROCESS-FUND-AREA.
006376
006377     IF APC-BEGIN-AREA               IN AREA-PROCESS-CONTROLS
006378         MOVE OLD-B-FUND-ARRAY-LENGTH
006379                                  IN LENGTHS-AND-DISPLACEMENTS
006380           TO APC-OLD-LENGTH         IN AREA-PROCESS-CONTROLS
006381         MOVE NEW-B-FUND-ARRAY-LENGTH
006382                                  IN LENGTHS-AND-DISPLACEMENTS
006383           TO APC-NEW-LENGTH         IN AREA-PROCESS-CONTROLS
006384     ELSE
006385         MOVE OLD-E-FUND-ARRAY-LENGTH
006386                                  IN LENGTHS-AND-DISPLACEMENTS
006387           TO APC-OLD-LENGTH         IN AREA-PROCESS-CONTROLS
006388         MOVE NEW-E-FUND-ARRAY-LENGTH
006389                                  IN LENGTHS-AND-DISPLACEMENTS
006390           TO APC-NEW-LENGTH         IN AREA-PROCESS-CONTROLS
006391     END-IF.
006392
006393     PERFORM 205100-STAGE-OLD-AREA   THRU 205100-EXIT.
006394
006395     IF FUND-AREA-DECREASING         IN WORK-AREAS
006396         MOVE OLD-AREA-FUND-DATA     IN OLD-AREA-WORK
006397                                    (1 : APC-NEW-LENGTH
006398                                     IN AREA-PROCESS-CONTROLS)
006399           TO NEW-AREA-FUND-DATA     IN NEW-AREA-WORK
006400                                    (1 : APC-NEW-LENGTH
006401                                     IN AREA-PROCESS-CONTROLS)
006402*        UNDER TRUNCATE=BALANCE THE KEPT FUNDS REPLACE THE
006403*        POSITIONAL COPY JUST MADE
006404         IF SRV-AREA-RANKED          IN SURVIVOR-RANK-CONTROLS
006405             PERFORM 208500-BUILD-SURVIVOR-AREA
006406                THRU 208500-EXIT
006407         END-IF
006408         COMPUTE APC-DEFAULT-SLOT    IN AREA-PROCESS-CONTROLS
006409             =   ANN-POLICY-MAX-FUNDS IN NEW-FUND-CONSTANTS + 1
006410         PERFORM 205200-SET-DEFAULT-SLOT THRU 205200-EXIT
006411         IF SRV-AREA-RANKED          IN SURVIVOR-RANK-CONTROLS
006412             ADD SRV-RESIDUAL-CARRY  IN SURVIVOR-RANK-CONTROLS
006413               TO NAW-FUND-BALANCE   IN NEW-AREA-WORK
006414                                     (APC-DEFAULT-SLOT
006415                                  IN AREA-PROCESS-CONTROLS)
006416         END-IF
006420         PERFORM 207000-CHECK-MAX-FUNDS THRU 207000-EXIT
006421         PERFORM 205800-STORE-NEW-AREA THRU 205800-EXIT
006422         GO TO 205000-EXIT
006484         PERFORM 206000-REMAP-MERGED-FUNDS THRU 206000-EXIT
006485     END-IF.
006486
006488* UNDER TRUNCATE=BALANCE A SHRINKING AREA'S SURVIVORS ARE CHOSEN
006490* HERE, AFTER THE REMAP, SO A MERGED BALANCE RANKS WITH ITS
006492* SUCCESSOR'S.
006494     MOVE SPACE
006496       TO SRV-RANKED-SW              IN SURVIVOR-RANK-CONTROLS.
006498
006500     IF TRUNCATE-BY-BALANCE          IN PARAMETER-OPTIONS
006502       AND ANN-POLICY-MAX-FUNDS      IN OLD-FUND-CONSTANTS
006504           GREATER THAN
006506           ANN-POLICY-MAX-FUNDS      IN NEW-FUND-CONSTANTS
006508         PERFORM 208000-RANK-SURVIVORS THRU 208000-EXIT
006510     END-IF.
006512
006514 205100-EXIT.
006516     EXIT.
006518
006523 205200-SET-DEFAULT-SLOT.
006557
006591     MOVE SPACES
012711*    REDIRECTION IS ON (REAL RUNS ONLY) THE DROPPED TOTAL IS     *
012745*    ADDED INTO THE STAGED NEW ARRAY'S DEFAULT-FUND SLOT.        *
012779*    SERVES EVERY BALANCE BUCKET, REAL OR SIMULATED.             *
012789*    UNDER TRUNCATE=BALANCE THE DROPPED FUNDS ARE THE SLOTS THE  *
012799*    SURVIVOR MAP MARKS DROPPED, WHEREVER THEY SIT.              *
012813**************************************************************
012847 207000-CHECK-MAX-FUNDS.
012881
013391         =   ANN-POLICY-MAX-FUNDS    IN NEW-FUND-CONSTANTS + 1.
013425     COMPUTE FCX-LIMIT                IN FUND-EXCEPTION-CONTROLS
013459         =   ANN-POLICY-MAX-FUNDS    IN OLD-FUND-CONSTANTS + 1.
013461
013463* UNDER TRUNCATE=BALANCE A DROPPED FUND CAN SIT IN ANY SLOT, SO
013465* THE WHOLE OLD ARRAY IS SCANNED AGAINST THE SURVIVOR MAP.
013467     IF SRV-AREA-RANKED              IN SURVIVOR-RANK-CONTROLS
013469         MOVE 1
013471           TO FCX-SUBSCRIPT          IN FUND-EXCEPTION-CONTROLS
013473     END-IF.
013493
013527     PERFORM 207100-WRITE-FUND-EXCEPTION
013561        THRU 207100-EXIT
014547     EXIT.
014581
014615 207100-WRITE-FUND-EXCEPTION.
014617
014619     IF SRV-AREA-RANKED              IN SURVIVOR-RANK-CONTROLS
014621       AND NOT SRV-SLOT-DROPPED      IN SURVIVOR-SLOT-MAP
014623                                     (SRV-MAP-ROW
014625                                  IN SURVIVOR-RANK-CONTROLS,
014627                                      FCX-SUBSCRIPT
014629                                   IN FUND-EXCEPTION-CONTROLS)
014631         GO TO 207100-NEXT
014633     END-IF.
014649
014683     IF OAW-FUND-NUMBER              IN OLD-AREA-WORK
014717                                     (FCX-SUBSCRIPT
016621         END-IF
016655     END-IF.
016689
016699 207100-NEXT.
016709
016723     ADD 1 TO FCX-SUBSCRIPT          IN FUND-EXCEPTION-CONTROLS.
016757
016791 207100-EXIT.
017811     ADD 1 TO FCX-FIND-SUBSCRIPT  IN FUND-EXCEPTION-CONTROLS.
017845
017879 207200-EXIT.
017880     EXIT.
017881
017882**************************************************************
017883*  208000-RANK-SURVIVORS - TRUNCATE=BALANCE ONLY.  MARKS EACH   *
017884*    SLOT OF THE STAGED OLD AREA IN THIS AREA'S ROW OF THE      *
017885*    SURVIVOR MAP.  EVERY ACTIVE FUND STARTS OUT DROPPED, THEN  *
017886*    AS MANY AS THE NEW ARRAY HOLDS ARE MARKED KEPT, LARGEST    *
017887*    ABSOLUTE BALANCE FIRST, ONE PICK AT A TIME.  A SLOT WITH   *
017888*    NO ACTIVE FUND INSIDE THE NEW ARRAY IS MARKED CARRIED SO   *
017889*    ANY RESIDUAL-FUND MONEY IN IT STAYS ON THE RECORD; ONE     *
017890*    BEYOND THE NEW ARRAY IS LEFT UNUSED, AS UNDER              *
017891*    TRUNCATE=POSITION.                                         *
017892**************************************************************
017893 208000-RANK-SURVIVORS.
017894
017895     IF APC-BEGIN-AREA               IN AREA-PROCESS-CONTROLS
017896         MOVE APC-OCCURRENCE         IN AREA-PROCESS-CONTROLS
017897           TO SRV-MAP-ROW            IN SURVIVOR-RANK-CONTROLS
017898     ELSE
017899         COMPUTE SRV-MAP-ROW         IN SURVIVOR-RANK-CONTROLS
017900             =   APC-OCCURRENCE      IN AREA-PROCESS-CONTROLS + 3
017901     END-IF.
017902
017903     COMPUTE SRV-SLOT-LIMIT          IN SURVIVOR-RANK-CONTROLS
017904         =   ANN-POLICY-MAX-FUNDS    IN OLD-FUND-CONSTANTS + 1.
017905     MOVE ANN-POLICY-MAX-FUNDS       IN NEW-FUND-CONSTANTS
017906       TO SRV-KEEP-LIMIT             IN SURVIVOR-RANK-CONTROLS.
017907
017908     MOVE SPACES
017909       TO SRV-MAP-AREA               IN SURVIVOR-SLOT-MAP
017910                                     (SRV-MAP-ROW
017911                                  IN SURVIVOR-RANK-CONTROLS).
017912
017913     MOVE 1 TO SRV-SLOT              IN SURVIVOR-RANK-CONTROLS.
017914     PERFORM 208100-CLASSIFY-ONE-SLOT THRU 208100-EXIT
017915       UNTIL SRV-SLOT                IN SURVIVOR-RANK-CONTROLS
017916             GREATER THAN
017917             SRV-SLOT-LIMIT          IN SURVIVOR-RANK-CONTROLS.
017918
017919     MOVE 1 TO SRV-PICK-COUNT        IN SURVIVOR-RANK-CONTROLS.
017920     PERFORM 208200-PICK-ONE-SURVIVOR THRU 208200-EXIT
017921       UNTIL SRV-PICK-COUNT          IN SURVIVOR-RANK-CONTROLS
017922             GREATER THAN
017923             SRV-KEEP-LIMIT          IN SURVIVOR-RANK-CONTROLS.
017924
017925     SET SRV-AREA-RANKED             IN SURVIVOR-RANK-CONTROLS
017926       TO TRUE.
017927
017928 208000-EXIT.
017929     EXIT.
017930
017931 208100-CLASSIFY-ONE-SLOT.
017932
017933     IF OAW-FUND-NUMBER              IN OLD-AREA-WORK
017934                                     (SRV-SLOT
017935                                  IN SURVIVOR-RANK-CONTROLS)
017936       NUMERIC
017937       AND OAW-FUND-NUMBER           IN OLD-AREA-WORK
017938                                     (SRV-SLOT
017939                                  IN SURVIVOR-RANK-CONTROLS)
017940           NOT EQUAL FUND-NUMBER-DEFAULT
017941                                     IN NEW-FUND-CONSTANTS
017942         SET SRV-SLOT-DROPPED        IN SURVIVOR-SLOT-MAP
017943                                     (SRV-MAP-ROW
017944                                  IN SURVIVOR-RANK-CONTROLS,
017945                                      SRV-SLOT
017946                                  IN SURVIVOR-RANK-CONTROLS)
017947           TO TRUE
017948     ELSE
017949         IF SRV-SLOT                 IN SURVIVOR-RANK-CONTROLS
017950           NOT GREATER THAN
017951            SRV-KEEP-LIMIT           IN SURVIVOR-RANK-CONTROLS
017952             SET SRV-SLOT-CARRIED    IN SURVIVOR-SLOT-MAP
017953                                     (SRV-MAP-ROW
017954                                  IN SURVIVOR-RANK-CONTROLS,
017955                                      SRV-SLOT
017956                                  IN SURVIVOR-RANK-CONTROLS)
017957               TO TRUE
017958         END-IF
017959     END-IF.
017960
017961     ADD 1 TO SRV-SLOT               IN SURVIVOR-RANK-CONTROLS.
017962
017963 208100-EXIT.
017964     EXIT.
017965
017966**************************************************************
017967*  208200-PICK-ONE-SURVIVOR - FINDS THE STILL-DROPPED FUND     *
017968*    WITH THE LARGEST ABSOLUTE BALANCE AND MARKS IT KEPT.  THE  *
017969*    SCAN RUNS LOW SLOT TO HIGH AND ONLY A STRICTLY LARGER      *
017970*    BALANCE REPLACES THE BEST SO FAR, SO A TIE KEEPS THE LOWER *
017971*    SLOT.  WITH NOTHING LEFT TO PICK THE AREA HAD NO MORE      *
017972*    ACTIVE FUNDS THAN THE NEW ARRAY HOLDS AND THE PICKING ENDS. *
017973**************************************************************
017974 208200-PICK-ONE-SURVIVOR.
017975
017976     MOVE ZERO
017977       TO SRV-BEST-SLOT              IN SURVIVOR-RANK-CONTROLS.
017978     MOVE ZERO
017979       TO SRV-BEST-AMOUNT            IN SURVIVOR-RANK-CONTROLS.
017980
017981     MOVE 1 TO SRV-SLOT              IN SURVIVOR-RANK-CONTROLS.
017982     PERFORM 208210-TEST-ONE-CANDIDATE THRU 208210-EXIT
017983       UNTIL SRV-SLOT                IN SURVIVOR-RANK-CONTROLS
017984             GREATER THAN
017985             SRV-SLOT-LIMIT          IN SURVIVOR-RANK-CONTROLS.
017986
017987     IF SRV-BEST-SLOT                IN SURVIVOR-RANK-CONTROLS
017988       EQUAL ZERO
017989         MOVE SRV-KEEP-LIMIT         IN SURVIVOR-RANK-CONTROLS
017990           TO SRV-PICK-COUNT         IN SURVIVOR-RANK-CONTROLS
017991     ELSE
017992         SET SRV-SLOT-KEPT           IN SURVIVOR-SLOT-MAP
017993                                     (SRV-MAP-ROW
017994                                  IN SURVIVOR-RANK-CONTROLS,
017995                                      SRV-BEST-SLOT
017996                                  IN SURVIVOR-RANK-CONTROLS)
017997           TO TRUE
017998     END-IF.
017999
018000     ADD 1 TO SRV-PICK-COUNT         IN SURVIVOR-RANK-CONTROLS.
018001
018002 208200-EXIT.
018003     EXIT.
018004
018005 208210-TEST-ONE-CANDIDATE.
018006
018007     IF NOT SRV-SLOT-DROPPED         IN SURVIVOR-SLOT-MAP
018008                                     (SRV-MAP-ROW
018009                                  IN SURVIVOR-RANK-CONTROLS,
018010                                      SRV-SLOT
018011                                  IN SURVIVOR-RANK-CONTROLS)
018012         GO TO 208210-NEXT
018013     END-IF.
018014
018015     MOVE OAW-FUND-BALANCE           IN OLD-AREA-WORK
018016                                     (SRV-SLOT
018017                                  IN SURVIVOR-RANK-CONTROLS)
018018       TO SRV-THIS-AMOUNT            IN SURVIVOR-RANK-CONTROLS.
018019     IF SRV-THIS-AMOUNT              IN SURVIVOR-RANK-CONTROLS
018020       LESS THAN ZERO
018021         COMPUTE SRV-THIS-AMOUNT     IN SURVIVOR-RANK-CONTROLS
018022             =   ZERO
018023             -   SRV-THIS-AMOUNT     IN SURVIVOR-RANK-CONTROLS
018024     END-IF.
018025
018026     IF SRV-BEST-SLOT                IN SURVIVOR-RANK-CONTROLS
018027       EQUAL ZERO
018028       OR SRV-THIS-AMOUNT            IN SURVIVOR-RANK-CONTROLS
018029          GREATER THAN
018030          SRV-BEST-AMOUNT            IN SURVIVOR-RANK-CONTROLS
018031         MOVE SRV-SLOT               IN SURVIVOR-RANK-CONTROLS
018032           TO SRV-BEST-SLOT          IN SURVIVOR-RANK-CONTROLS
018033         MOVE SRV-THIS-AMOUNT        IN SURVIVOR-RANK-CONTROLS
018034           TO SRV-BEST-AMOUNT        IN SURVIVOR-RANK-CONTROLS
018035     END-IF.
018036
018037 208210-NEXT.
018038
018039     ADD 1 TO SRV-SLOT               IN SURVIVOR-RANK-CONTROLS.
018040
018041 208210-EXIT.
018042     EXIT.
018043
018044**************************************************************
018045*  208500-BUILD-SURVIVOR-AREA - TRUNCATE=BALANCE ONLY.  LAYS    *
018046*    THE KEPT FUNDS INTO THE STAGED NEW ARRAY IN THEIR OLD SLOT *
018047*    ORDER AND FILLS THE REST OF THE NEW FUND COUNT WITH EMPTY  *
018048*    DEFAULT-FUND ENTRIES.  RESIDUAL-FUND MONEY IN A CARRIED    *
018049*    SLOT IS TOTALLED SO THE CALLER CAN ADD IT TO THE NEW       *
018050*    DEFAULT-FUND SLOT - THE RECORD STILL BALANCES EXACTLY AS   *
018051*    IT WOULD UNDER TRUNCATE=POSITION.                          *
018052**************************************************************
018053 208500-BUILD-SURVIVOR-AREA.
018054
018055     MOVE ZERO
018056       TO SRV-RESIDUAL-CARRY         IN SURVIVOR-RANK-CONTROLS.
018057     MOVE 1 TO SRV-PLACE-SLOT        IN SURVIVOR-RANK-CONTROLS.
018058
018059     MOVE 1 TO SRV-SLOT              IN SURVIVOR-RANK-CONTROLS.
018060     PERFORM 208510-PLACE-ONE-SLOT   THRU 208510-EXIT
018061       UNTIL SRV-SLOT                IN SURVIVOR-RANK-CONTROLS
018062             GREATER THAN
018063             SRV-SLOT-LIMIT          IN SURVIVOR-RANK-CONTROLS.
018064
018065     MOVE SRV-PLACE-SLOT             IN SURVIVOR-RANK-CONTROLS
018066       TO APC-FILL-SLOT              IN AREA-PROCESS-CONTROLS.
018067     MOVE SRV-KEEP-LIMIT             IN SURVIVOR-RANK-CONTROLS
018068       TO APC-FILL-LIMIT             IN AREA-PROCESS-CONTROLS.
018069
018070     PERFORM 205300-FILL-ONE-TRAILING-SLOT THRU 205300-EXIT
018071       UNTIL APC-FILL-SLOT           IN AREA-PROCESS-CONTROLS
018072             GREATER THAN
018073             APC-FILL-LIMIT          IN AREA-PROCESS-CONTROLS.
018074
018075 208500-EXIT.
018076     EXIT.
018077
018078 208510-PLACE-ONE-SLOT.
018079
018080     IF SRV-SLOT-KEPT                IN SURVIVOR-SLOT-MAP
018081                                     (SRV-MAP-ROW
018082                                  IN SURVIVOR-RANK-CONTROLS,
018083                                      SRV-SLOT
018084                                  IN SURVIVOR-RANK-CONTROLS)
018085         MOVE OAW-FUND-INFORMATION   IN OLD-AREA-WORK
018086                                     (SRV-SLOT
018087                                  IN SURVIVOR-RANK-CONTROLS)
018088           TO NAW-FUND-INFORMATION   IN NEW-AREA-WORK
018089                                     (SRV-PLACE-SLOT
018090                                  IN SURVIVOR-RANK-CONTROLS)
018091         ADD 1 TO SRV-PLACE-SLOT     IN SURVIVOR-RANK-CONTROLS
018092     END-IF.
018093
018094     IF SRV-SLOT-CARRIED             IN SURVIVOR-SLOT-MAP
018095                                     (SRV-MAP-ROW
018096                                  IN SURVIVOR-RANK-CONTROLS,
018097                                      SRV-SLOT
018098                                  IN SURVIVOR-RANK-CONTROLS)
018099       AND OAW-FUND-NUMBER           IN OLD-AREA-WORK
018100                                     (SRV-SLOT
018101                                  IN SURVIVOR-RANK-CONTROLS)
018102           NUMERIC
018103         ADD OAW-FUND-BALANCE        IN OLD-AREA-WORK
018104                                     (SRV-SLOT
018105                                  IN SURVIVOR-RANK-CONTROLS)
018106           TO SRV-RESIDUAL-CARRY     IN SURVIVOR-RANK-CONTROLS
018107     END-IF.
018108
018109     ADD 1 TO SRV-SLOT               IN SURVIVOR-RANK-CONTROLS.
018110
018111 208510-EXIT.
018112     EXIT.
018113
018114**************************************************************
018115*  250000-SIMULATE-AN-TRX - PREVIEW MODE.  ENTERED INSTEAD OF   *
018116*    THE REAL FUND ARRAY / FIXED AREA MOVES WHEN THE CONTROL    *
018117*    JOB HAS SET SIMULATE-ONLY IN THE COMM AREA.  RUNS THE      *
018118*    SAME CHECK-MAX-FUNDS LOGIC AGAINST THE OLD TRANSACTION SO  *
018151*    THE TRUNCATION-IMPACT EXCEPTION RECORDS AND COUNTERS COME  *
018185*    OUT THE SAME AS A REAL RUN, BUT NEW-AN-TRX-REC IS LEFT     *
018219*    UNTOUCHED SO THE CONTROL JOB HAS NOTHING REAL TO WRITE.    *
021210     WRITE OUT-OF-BALANCE-RECORD.
021220
021230     ADD 1
021231       TO ANN-AN-OUT-OF-BALANCE-CTR  IN FUNDS-CONFIG-COMM-AREA.
021232
021233 285300-EXIT.
021234     EXIT.
021235
021236**************************************************************
021237*  290000-ACCUMULATE-CARRIED - POSTS THE BALANCES THE OLD        *
021238*    TRANSACTION CARRIES THROUGH TO THE NEW RECORD INTO THE      *
021239*    PER-FUND MOVEMENT TABLE, ONE BALANCE AREA OCCURRENCE AT A   *
021240*    TIME.  ON A DECREASE ONLY THE SLOTS THE NEW, SMALLER ARRAY  *
021241*    KEEPS ARE CARRIED - THE REST WERE HANDLED AS DROPS BY THE   *
021242*    CHECK-MAX-FUNDS SCAN.  RUN FOR REAL AND SIMULATED           *
021243*    TRANSACTIONS ALIKE, ALWAYS FROM THE OLD RECORD, SO THE      *
021244*    FUND SUMMARY PREVIEWS THE SAME WAY THE RUN TOTALS DO.       *
021245*    UNDER TRUNCATE=BALANCE THE SURVIVOR MAP NAMES THE SLOTS     *
021246*    CARRIED.                                                    *
021247**************************************************************
021248 290000-ACCUMULATE-CARRIED.
021249
021250     IF ANN-POLICY-MAX-FUNDS         IN OLD-FUND-CONSTANTS
021251       GREATER THAN
021252        ANN-POLICY-MAX-FUNDS         IN NEW-FUND-CONSTANTS
021253         MOVE ANN-POLICY-MAX-FUNDS   IN NEW-FUND-CONSTANTS
021254           TO FMV-CARRY-LIMIT        IN FUND-MOVEMENT-CONTROLS
021255     ELSE
021256         COMPUTE FMV-CARRY-LIMIT     IN FUND-MOVEMENT-CONTROLS
021257             =   ANN-POLICY-MAX-FUNDS IN OLD-FUND-CONSTANTS + 1
021258     END-IF.
021259
021260* UNDER TRUNCATE=BALANCE A SURVIVOR CAN SIT IN ANY OLD SLOT - THE
021261* SURVIVOR MAP SAYS WHICH SLOTS WERE CARRIED.
021262     IF SRV-AREA-RANKED              IN SURVIVOR-RANK-CONTROLS
021263         COMPUTE FMV-CARRY-LIMIT     IN FUND-MOVEMENT-CONTROLS
021264             =   ANN-POLICY-MAX-FUNDS IN OLD-FUND-CONSTANTS + 1
021265     END-IF.
021266
021267     MOVE 1 TO FMV-CARRY-OCCURRENCE  IN FUND-MOVEMENT-CONTROLS.
021268
021269     PERFORM 290100-CARRY-ONE-OCCURRENCE THRU 290100-EXIT
021270       UNTIL FMV-CARRY-OCCURRENCE    IN FUND-MOVEMENT-CONTROLS
021271             GREATER THAN 3.
021272
021273 290000-EXIT.
021274     EXIT.
021275
021276 290100-CARRY-ONE-OCCURRENCE.
021277
021278     MOVE FUND-INFO-ARRAY            IN BEGIN-BALANCES
021279                                     IN OLD-AN-TRX-REC
021280                                     (FMV-CARRY-OCCURRENCE
021281                                  IN FUND-MOVEMENT-CONTROLS)
021282       TO MWA-FUND-INFO-ARRAY        IN MOVEMENT-WORK-AREA.
021283     MOVE 'B'
021284       TO FMV-POST-AREA-CLASS        IN FUND-MOVEMENT-CONTROLS.
021285     MOVE FMV-CARRY-OCCURRENCE       IN FUND-MOVEMENT-CONTROLS
021286       TO SRV-MAP-ROW                IN SURVIVOR-RANK-CONTROLS.
021287     PERFORM 291000-CARRY-ONE-AREA   THRU 291000-EXIT.
021288
021289     MOVE FUND-INFO-ARRAY            IN END-BALANCES
021290                                     IN OLD-AN-TRX-REC
021291                                     (FMV-CARRY-OCCURRENCE
021292                                  IN FUND-MOVEMENT-CONTROLS)
021293       TO MWA-FUND-INFO-ARRAY        IN MOVEMENT-WORK-AREA.
021294     MOVE 'E'
021295       TO FMV-POST-AREA-CLASS        IN FUND-MOVEMENT-CONTROLS.
021296     COMPUTE SRV-MAP-ROW             IN SURVIVOR-RANK-CONTROLS
021297         =   FMV-CARRY-OCCURRENCE    IN FUND-MOVEMENT-CONTROLS
021298         +   3.
021299     PERFORM 291000-CARRY-ONE-AREA   THRU 291000-EXIT.
021300
021301     ADD 1 TO FMV-CARRY-OCCURRENCE   IN FUND-MOVEMENT-CONTROLS.
021302
021303 290100-EXIT.
021304     EXIT.
021305
021306 291000-CARRY-ONE-AREA.
021307
021308     MOVE 1 TO FMV-CARRY-SLOT        IN FUND-MOVEMENT-CONTROLS.
021309
021310     PERFORM 291100-CARRY-ONE-SLOT   THRU 291100-EXIT
021311       UNTIL FMV-CARRY-SLOT          IN FUND-MOVEMENT-CONTROLS
021312             GREATER THAN
021313             FMV-CARRY-LIMIT         IN FUND-MOVEMENT-CONTROLS.
021314
021315 291000-EXIT.
021316     EXIT.
021317
021318 291100-CARRY-ONE-SLOT.
021319
021320     IF SRV-AREA-RANKED              IN SURVIVOR-RANK-CONTROLS
021321       AND NOT SRV-SLOT-KEPT         IN SURVIVOR-SLOT-MAP
021322                                     (SRV-MAP-ROW
021323                                  IN SURVIVOR-RANK-CONTROLS,
021324                                      FMV-CARRY-SLOT
021325                                  IN FUND-MOVEMENT-CONTROLS)
021326       AND NOT SRV-SLOT-CARRIED      IN SURVIVOR-SLOT-MAP
021327                                     (SRV-MAP-ROW
021328                                  IN SURVIVOR-RANK-CONTROLS,
021329                                      FMV-CARRY-SLOT
021330                                  IN FUND-MOVEMENT-CONTROLS)
021331         GO TO 291100-NEXT
021332     END-IF.
021333
021334     IF MWA-FUND-NUMBER              IN MOVEMENT-WORK-AREA
021335                                     (FMV-CARRY-SLOT
021336                                  IN FUND-MOVEMENT-CONTROLS)
021337       NUMERIC
021338       AND MWA-FUND-BALANCE          IN MOVEMENT-WORK-AREA
021339                                     (FMV-CARRY-SLOT
021340                                  IN FUND-MOVEMENT-CONTROLS)
021341           NOT EQUAL ZERO
021342         MOVE MWA-FUND-NUMBER        IN MOVEMENT-WORK-AREA
021343                                     (FMV-CARRY-SLOT
021344                                  IN FUND-MOVEMENT-CONTROLS)
021345           TO FMV-POST-FUND-NUMBER   IN FUND-MOVEMENT-CONTROLS
021346         MOVE MWA-FUND-BALANCE       IN MOVEMENT-WORK-AREA
021347                                     (FMV-CARRY-SLOT
021348                                  IN FUND-MOVEMENT-CONTROLS)
021349           TO FMV-POST-AMOUNT        IN FUND-MOVEMENT-CONTROLS
021350         SET FMV-POST-CARRIED        IN FUND-MOVEMENT-CONTROLS
021351           TO TRUE
021352         PERFORM 295000-POST-FUND-MOVEMENT
021353            THRU 295000-EXIT
021354     END-IF.
021355
021356 291100-NEXT.
021363
021364     ADD 1 TO FMV-CARRY-SLOT         IN FUND-MOVEMENT-CONTROLS.
021365
022330     END-IF.
022340
022350     MOVE SPACES                  TO SUMMARY-REPORT-RECORD.
022351     IF TRUNCATE-BY-BALANCE        IN PARAMETER-OPTIONS
022352         MOVE 'TRUNCATE=BALANCE - LARGEST BALANCES KEPT'
022353           TO SRR-LABEL
022354     ELSE
022355         MOVE 'TRUNCATE=POSITION - LEADING SLOTS KEPT'
022356           TO SRR-LABEL
022357     END-IF.
022358     WRITE SUMMARY-REPORT-RECORD.
022359     IF NOT FCRSUMR-STATUS-OK
022360         MOVE 'FCRSUMR' TO FEC-FILE-ID
022361         MOVE FCRSUMR-STATUS TO FEC-FILE-STATUS
022362         PERFORM 900000-ABEND-ON-FILE-ERROR THRU 900000-EXIT
022363     END-IF.
022364
022365     MOVE SPACES                  TO SUMMARY-REPORT-RECORD.
022366     WRITE SUMMARY-REPORT-RECORD.
022370     IF NOT FCRSUMR-STATUS-OK
022380         MOVE 'FCRSUMR' TO FEC-FILE-ID
022390         MOVE FCRSUMR-STATUS TO FEC-FILE-STATUS
023322       TO RLOG-BYPASSED-CTR.
023323     MOVE ANN-AN-REJECT-CTR        IN FUNDS-CONFIG-COMM-AREA
023324       TO RLOG-REJECT-CTR.
023326     MOVE PARM-TRUNCATE-RULE-SW    IN PARAMETER-OPTIONS
023328       TO RLOG-TRUNCATE-RULE.
023330     MOVE CTL-HDR-RUN-DATE         IN CONTROL-VERIFY-CONTROLS
023332       TO RLOG-HDR-RUN-DATE.
023334     MOVE CTL-HDR-SOURCE-JOB       IN CONTROL-VERIFY-CONTROLS
023336       TO RLOG-HDR-SOURCE-JOB.
023338     WRITE RUN-LOG-RECORD.
023340     IF NOT FCRRLOG-STATUS-OK
023350         MOVE 'FCRRLOG' TO FEC-FILE-ID
023360         MOVE FCRRLOG-STATUS TO FEC-FILE-STATUS
