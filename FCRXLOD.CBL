000257* T-0233  Z001801  09/2026  ACCUMULATE LOADS ACROSS RUNS - THE   *
000258*                           SEQUENCE CONTINUES FROM THE FILE'S   *
000259*                           HIGHEST AND PRIOR RUNS ARE KEPT      *
000260* T-0236  Z001801  10/2026  START EVERY RECORD WITH NO LETTER    *
000261*                           NOTICE DATE FOR THE LETTER EXTRACT   *
000262* T-0238  Z001801  10/2026  START EVERY RECORD WITH NO MANUAL    *
000263*                           RESOLUTION REASON, ANALYST, APPROVER *
000264*                           OR COMMENT                           *
000265*                                                                *
000270*=================================================================
000280*                                                                *
000290*  MODULE NARRATIVE                                              *
002810     END-IF.
002812
002814* EVERY FRESHLY LOADED EXCEPTION IS AN OPEN WORK-QUEUE ITEM -
002815* FCRXRAP POSTS THE RESOLUTION BACK WHEN IT REPAIRS ONE.  NO
002816* LETTER HAS GONE OUT YET - FCRXLTR STAMPS THE NOTICE DATE.
002817* THE MANUAL RESOLUTION DETAILS ARE FILLED IN ONLY BY FCRXMRS.
002818     SET FKX-UNRESOLVED              IN KEYED-EXCEPTION-RECORD
002819       TO TRUE.
002820     MOVE ZERO
002821       TO FKX-RESOLUTION-DATE        IN KEYED-EXCEPTION-RECORD.
002822     MOVE ZERO
002823       TO FKX-NOTICE-DATE            IN KEYED-EXCEPTION-RECORD.
002824     MOVE SPACES
002825       TO FKX-RESOLUTION-REASON      IN KEYED-EXCEPTION-RECORD
002826          FKX-RESOLUTION-ANALYST     IN KEYED-EXCEPTION-RECORD
002827          FKX-RESOLUTION-APPROVER    IN KEYED-EXCEPTION-RECORD
002828          FKX-RESOLUTION-COMMENT     IN KEYED-EXCEPTION-RECORD.
002829
002830     WRITE KEYED-EXCEPTION-RECORD.
002840     IF NOT FCRXKEY-STATUS-OK
002850         MOVE 'FCRXKEY' TO FEC-FILE-ID
