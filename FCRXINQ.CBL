000250*                           THE KEYED FUND EXCEPTION FILE        *
000252* T-0224  Z001801  09/2026  SHOW THE RE-APPLY RESOLUTION STATUS  *
000254*                           AND DATE ON EACH EXCEPTION LINE      *
000256* T-0236  Z001801  10/2026  SHOW THE DATE THE POLICYHOLDER       *
000258*                           NOTICE LETTER WENT OUT               *
000260* T-0238  Z001801  10/2026  SHOW THE MANUAL RESOLUTIONS          *
000262*                           (CORRECTED, REFUNDED, WRITTEN OFF)   *
000264*                           WITH THEIR REASON, ANALYST, APPROVER *
000266*                           AND COMMENT                          *
000268*                                                                *
000270*=================================================================
000280*                                                                *
000290*  MODULE NARRATIVE                                              *
000370*    AND WHERE THE MONEY WENT - DROPPED IN TRUNCATION OR         *
000380*    REDIRECTED INTO THE RESIDUAL FUND.  A BLANK ENTRY OR THE    *
000390*    WORD END LEAVES THE INQUIRY.                                *
000391*                                                                *
000392*   EACH LINE ALSO SHOWS WHEN THE NOTICE LETTER FOR THE          *
000393*    EXCEPTION WENT OUT (STAMPED BY THE LETTER EXTRACT FCRXLTR)  *
000394*    SO THE REP CAN TELL THE CALLER A LETTER IS ON ITS WAY.      *
000395*                                                                *
000396*   AN EXCEPTION SETTLED BY HAND (FCRXMRS) SHOWS HOW IT WAS      *
000397*    SETTLED AND, ON A SECOND LINE, THE REASON CODE, ANALYST,    *
000398*    ANY SECOND APPROVER AND THE ANALYST'S COMMENT.              *
000400******************************************************************
000410     EJECT
000420 ENVIRONMENT DIVISION.
000974     05  IDL-RESOLUTION-TEXT         PIC X(11).
000976     05  FILLER                      PIC X(01)  VALUE SPACE.
000978     05  IDL-RESOLUTION-DATE         PIC X(08).
000979     05  FILLER                      PIC X(09)  VALUE '  LETTER '.
000980     05  IDL-NOTICE-DATE             PIC X(08).
000981
000982 01  INQUIRY-RESOLUTION-LINE.
000983     05  FILLER                      PIC X(09)  VALUE SPACES.
000984     05  FILLER                      PIC X(07)  VALUE 'REASON '.
000985     05  IRL-REASON                  PIC X(04).
000986     05  FILLER                      PIC X(10)  VALUE
000987         '  ANALYST '.
000988     05  IRL-ANALYST                 PIC X(08).
000989     05  FILLER                      PIC X(11)  VALUE
000990         '  APPROVER '.
000991     05  IRL-APPROVER                PIC X(08).
000992     05  FILLER                      PIC X(02)  VALUE SPACES.
000993     05  IRL-COMMENT                 PIC X(40).
000994
000995 01  FILLER                          PIC X(48)  VALUE
001000     'XXXX FCRXINQ  WORKING STORAGE ENDS HERE XXXX'.
001010     EJECT
001020 PROCEDURE DIVISION.
002310         MOVE 'DROPPED IN TRUNCATION '
002320           TO IDL-DISPOSITION        IN INQUIRY-DETAIL-LINE
002330     END-IF.
002331     MOVE FKX-RUN-DATE               IN KEYED-EXCEPTION-RECORD
002332       TO IDL-RUN-DATE               IN INQUIRY-DETAIL-LINE.
002333
002334     EVALUATE TRUE
002335       WHEN FKX-RESOLVED-REAPPLIED   IN KEYED-EXCEPTION-RECORD
002336         MOVE 'RE-APPLIED '
002337           TO IDL-RESOLUTION-TEXT    IN INQUIRY-DETAIL-LINE
002338       WHEN FKX-RESOLVED-CORRECTED   IN KEYED-EXCEPTION-RECORD
002339         MOVE 'CORRECTED  '
002340           TO IDL-RESOLUTION-TEXT    IN INQUIRY-DETAIL-LINE
002341       WHEN FKX-RESOLVED-REFUNDED    IN KEYED-EXCEPTION-RECORD
002342         MOVE 'REFUNDED   '
002343           TO IDL-RESOLUTION-TEXT    IN INQUIRY-DETAIL-LINE
002344       WHEN FKX-RESOLVED-WRITTEN-OFF IN KEYED-EXCEPTION-RECORD
002345         MOVE 'WRITTEN OFF'
002346           TO IDL-RESOLUTION-TEXT    IN INQUIRY-DETAIL-LINE
002347       WHEN OTHER
002348         MOVE 'OUTSTANDING'
002349           TO IDL-RESOLUTION-TEXT    IN INQUIRY-DETAIL-LINE
002350     END-EVALUATE.
002351     IF FKX-UNRESOLVED               IN KEYED-EXCEPTION-RECORD
002352         MOVE SPACES
002356           TO IDL-RESOLUTION-DATE    IN INQUIRY-DETAIL-LINE
002357     ELSE
002359         MOVE FKX-RESOLUTION-DATE    IN KEYED-EXCEPTION-RECORD
002361           TO IDL-RESOLUTION-DATE    IN INQUIRY-DETAIL-LINE
002362     END-IF.
002363
002364* A RECORD LOADED BEFORE THE LETTER EXTRACT EXISTED CARRIES NO
002365* NOTICE DATE AND READS AS NOT SENT.
002366     IF FKX-NOTICE-DATE              IN KEYED-EXCEPTION-RECORD
002367       NUMERIC
002368       AND FKX-NOTICE-DATE           IN KEYED-EXCEPTION-RECORD
002369           GREATER THAN ZERO
002370         MOVE FKX-NOTICE-DATE        IN KEYED-EXCEPTION-RECORD
002371           TO IDL-NOTICE-DATE        IN INQUIRY-DETAIL-LINE
002372     ELSE
002373         MOVE 'NOT SENT'
002374           TO IDL-NOTICE-DATE        IN INQUIRY-DETAIL-LINE
002375     END-IF.
002376
002377     DISPLAY INQUIRY-DETAIL-LINE.
002380
002381* A MANUAL SETTLEMENT CARRIES WHO SETTLED IT AND WHY.
002382     IF FKX-RESOLVED-MANUALLY        IN KEYED-EXCEPTION-RECORD
002383         MOVE FKX-RESOLUTION-REASON  IN KEYED-EXCEPTION-RECORD
002384           TO IRL-REASON             IN INQUIRY-RESOLUTION-LINE
002385         MOVE FKX-RESOLUTION-ANALYST IN KEYED-EXCEPTION-RECORD
002386           TO IRL-ANALYST            IN INQUIRY-RESOLUTION-LINE
002387         MOVE FKX-RESOLUTION-APPROVER
002388                                     IN KEYED-EXCEPTION-RECORD
002389           TO IRL-APPROVER           IN INQUIRY-RESOLUTION-LINE
002390         MOVE FKX-RESOLUTION-COMMENT IN KEYED-EXCEPTION-RECORD
002391           TO IRL-COMMENT            IN INQUIRY-RESOLUTION-LINE
002392         DISPLAY INQUIRY-RESOLUTION-LINE
002393     END-IF.
002394
002395     ADD 1 TO EXCEPTIONS-SHOWN-CTR     IN WORK-AREAS.
002400
002410 200000-EXIT.
002420     EXIT.
