000240* T-0224  Z001801  09/2026  INITIAL VERSION - AGE THE UNRESOLVED *
000250*                           KEYED FUND EXCEPTIONS AS A WORK      *
000260*                           QUEUE                                *
000262* T-0238  Z001801  10/2026  TOTAL THE EXCEPTIONS OFF THE QUEUE   *
000264*                           BY RESOLUTION - RE-APPLIED, AND THE  *
000266*                           MANUAL CORRECTED, REFUNDED AND       *
000268*                           WRITTEN OFF STATUSES                 *
000270*                                                                *
000280*=================================================================
000290*                                                                *
000430*    BASED CALENDAR ARITHMETIC USED FOR BATCH DATE SPANS; THE    *
000440*    FOUR-YEAR LEAP RULE IS EXACT FOR THE 2001-2099 DATES THIS   *
000450*    FILE CAN CARRY.                                             *
000451*                                                                *
000452*   AN EXCEPTION SETTLED BY HAND THROUGH THE MANUAL RESOLUTION   *
000453*    UTILITY (FCRXMRS) - CORRECTED, REFUNDED OR WRITTEN OFF -    *
000454*    LEAVES THE QUEUE JUST AS A RE-APPLIED ONE DOES.  THE        *
000455*    EXCEPTIONS OFF THE QUEUE ARE TOTALLED BY RESOLUTION, WITH   *
000456*    THEIR BALANCES, AT THE FOOT OF THE REPORT.                  *
000460******************************************************************
000470     EJECT
000480 ENVIRONMENT DIVISION.
001450
001460 01  AGE-BUCKET-TOTALS.
001470     05  AGE-BUCKET-ENTRY            OCCURS 4 TIMES.
001471         10  AGB-COUNT               PIC S9(09) COMP-3.
001472         10  AGB-BALANCE             PIC S9(11)V99 COMP-3.
001473
001474**************************************************************
001475*  RESOLUTION-TOTALS - COUNT AND BALANCE TOTALS OF THE          *
001476*    EXCEPTIONS OFF THE QUEUE, PER RESOLUTION: 1 = RE-APPLIED   *
001477*    BY FCRXRAP, 2 = CORRECTED, 3 = REFUNDED, 4 = WRITTEN OFF   *
001478*    (THE LAST THREE POSTED BY FCRXMRS).                        *
001479**************************************************************
001480 01  RESOLUTION-CONTROLS.
001481     05  RST-SUBSCRIPT               PIC S9(04) COMP.
001482
001483 01  RESOLUTION-NAME-VALUES.
001484     05  FILLER                      PIC X(16) VALUE
001485         'RE-APPLIED      '.
001486     05  FILLER                      PIC X(16) VALUE
001487         'CORRECTED       '.
001488     05  FILLER                      PIC X(16) VALUE
001489         'REFUNDED        '.
001490     05  FILLER                      PIC X(16) VALUE
001491         'WRITTEN OFF     '.
001492
001493 01  RESOLUTION-NAMES REDEFINES RESOLUTION-NAME-VALUES.
001494     05  RST-RESOLUTION-NAME         OCCURS 4 TIMES
001495                                     PIC X(16).
001496
001497 01  RESOLUTION-TOTALS.
001498     05  RESOLUTION-ENTRY            OCCURS 4 TIMES.
001499         10  RST-COUNT               PIC S9(09) COMP-3.
001500         10  RST-BALANCE             PIC S9(11)V99 COMP-3.
001501
001510**************************************************************
001520*  PLAN-TOTAL-TABLE / FUND-TOTAL-TABLE - STILL-OUTSTANDING      *
001530*    COUNTS AND BALANCES BY PLAN CODE AND BY FUND NUMBER, IN    *
003070       UNTIL AGB-SUBSCRIPT           IN AGE-BUCKET-CONTROLS
003080             GREATER THAN 4.
003090
003091     MOVE 1 TO RST-SUBSCRIPT         IN RESOLUTION-CONTROLS.
003092     PERFORM 120000-CLEAR-ONE-RESOLUTION THRU 120000-EXIT
003093       UNTIL RST-SUBSCRIPT           IN RESOLUTION-CONTROLS
003094             GREATER THAN 4.
003095
003100     MOVE TODAY-DATE                 IN SERIAL-DATE-CONTROLS
003110       TO AH1-TODAY-DATE             IN AGING-HEADING-1.
003120     WRITE AGING-REPORT-LINE         FROM AGING-HEADING-1.
003320 110000-EXIT.
003330     EXIT.
003340
003341 120000-CLEAR-ONE-RESOLUTION.
003342
003343     MOVE ZERO
003344       TO RST-COUNT                  IN RESOLUTION-TOTALS
003345                                     (RST-SUBSCRIPT
003346                                  IN RESOLUTION-CONTROLS)
003347          RST-BALANCE                IN RESOLUTION-TOTALS
003348                                     (RST-SUBSCRIPT
003349                                  IN RESOLUTION-CONTROLS).
003350
003351     ADD 1 TO RST-SUBSCRIPT          IN RESOLUTION-CONTROLS.
003352
003353 120000-EXIT.
003354     EXIT.
003355
003356**************************************************************
003360*  200000-AGE-ONE-EXCEPTION - READS ONE KEYED EXCEPTION.        *
003365*    RESOLVED RECORDS ARE OFF THE QUEUE AND ONLY COUNTED,       *
003370*    BY RESOLUTION;                                             *
003380*    AN UNRESOLVED RECORD IS AGED, LISTED AND ROLLED INTO       *
003390*    THE BUCKET, PLAN AND FUND TOTALS.                          *
003400**************************************************************
003570
003580     IF NOT FKX-UNRESOLVED           IN KEYED-EXCEPTION-RECORD
003590         ADD 1 TO RESOLVED-SKIPPED-CTR IN WORK-AREAS
003595         PERFORM 230000-POST-RESOLUTION-TOTAL THRU 230000-EXIT
003600         GO TO 200000-EXIT
003610     END-IF.
003620
005660     ELSE
005670         ADD 1 TO FNT-SUBSCRIPT      IN FUND-TOTAL-CONTROLS
005680     END-IF.
005681
005682 221000-EXIT.
005683     EXIT.
005684
005685**************************************************************
005686*  230000-POST-RESOLUTION-TOTAL - ADDS AN EXCEPTION OFF THE     *
005687*    QUEUE TO THE TOTAL FOR ITS RESOLUTION.                     *
005688**************************************************************
005689 230000-POST-RESOLUTION-TOTAL.
005690
005691     EVALUATE TRUE
005692       WHEN FKX-RESOLVED-REAPPLIED   IN KEYED-EXCEPTION-RECORD
005693         MOVE 1 TO RST-SUBSCRIPT     IN RESOLUTION-CONTROLS
005694       WHEN FKX-RESOLVED-CORRECTED   IN KEYED-EXCEPTION-RECORD
005695         MOVE 2 TO RST-SUBSCRIPT     IN RESOLUTION-CONTROLS
005696       WHEN FKX-RESOLVED-REFUNDED    IN KEYED-EXCEPTION-RECORD
005697         MOVE 3 TO RST-SUBSCRIPT     IN RESOLUTION-CONTROLS
005698       WHEN FKX-RESOLVED-WRITTEN-OFF IN KEYED-EXCEPTION-RECORD
005699         MOVE 4 TO RST-SUBSCRIPT     IN RESOLUTION-CONTROLS
005700       WHEN OTHER
005701         GO TO 230000-EXIT
005702     END-EVALUATE.
005703
005704     ADD 1
005705       TO RST-COUNT                  IN RESOLUTION-TOTALS
005706                                     (RST-SUBSCRIPT
005707                                  IN RESOLUTION-CONTROLS).
005708     ADD FKX-FUND-BALANCE            IN KEYED-EXCEPTION-RECORD
005709       TO RST-BALANCE                IN RESOLUTION-TOTALS
005710                                     (RST-SUBSCRIPT
005711                                  IN RESOLUTION-CONTROLS).
005712
005713 230000-EXIT.
005714     EXIT.
005720
005730 300000-TERMINATION.
005740
006250                                     TO ATL-LABEL.
006260     MOVE RESOLVED-SKIPPED-CTR       IN WORK-AREAS
006270       TO ATL-VALUE.
006271     WRITE AGING-REPORT-LINE         FROM AGING-TOTAL-LINE.
006272
006273     MOVE SPACES                     TO AGING-REPORT-LINE.
006274     WRITE AGING-REPORT-LINE.
006275     MOVE 'EXCEPTIONS OFF THE QUEUE BY RESOLUTION'
006276                                     TO AGING-REPORT-LINE.
006277     WRITE AGING-REPORT-LINE.
006278
006279     MOVE 1 TO RST-SUBSCRIPT         IN RESOLUTION-CONTROLS.
006280     PERFORM 340000-WRITE-ONE-RESOLUTION THRU 340000-EXIT
006281       UNTIL RST-SUBSCRIPT           IN RESOLUTION-CONTROLS
006282             GREATER THAN 4.
006290
006300     CLOSE KEYED-EXCEPTION-FILE.
006310     CLOSE AGING-REPORT-FILE.
006940     ADD 1 TO FNT-SUBSCRIPT          IN FUND-TOTAL-CONTROLS.
006950
006960 330000-EXIT.
006961     EXIT.
006962
006963 340000-WRITE-ONE-RESOLUTION.
006964
006965     MOVE RST-RESOLUTION-NAME        IN RESOLUTION-NAMES
006966                                     (RST-SUBSCRIPT
006967                                  IN RESOLUTION-CONTROLS)
006968       TO BTL-BUCKET-NAME            IN BUCKET-TOTAL-LINE.
006969     MOVE RST-COUNT                  IN RESOLUTION-TOTALS
006970                                     (RST-SUBSCRIPT
006971                                  IN RESOLUTION-CONTROLS)
006972       TO BTL-COUNT                  IN BUCKET-TOTAL-LINE.
006973     MOVE RST-BALANCE                IN RESOLUTION-TOTALS
006974                                     (RST-SUBSCRIPT
006975                                  IN RESOLUTION-CONTROLS)
006976       TO BTL-BALANCE                IN BUCKET-TOTAL-LINE.
006977     WRITE AGING-REPORT-LINE         FROM BUCKET-TOTAL-LINE.
006978
006979     ADD 1 TO RST-SUBSCRIPT          IN RESOLUTION-CONTROLS.
006980
006981 340000-EXIT.
006982     EXIT.
006983
006990**************************************************************
007000*  800000-DATE-TO-SERIAL - CONVERTS SDC-DATE (YYYYMMDD) TO A    *
007010*    DAY SERIAL IN SDC-SERIAL.  JANUARY AND FEBRUARY COUNT AS   *
