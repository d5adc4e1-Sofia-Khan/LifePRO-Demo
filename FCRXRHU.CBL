000240* T-0222  Z001801  09/2026  INITIAL VERSION - ACCUMULATE THE     *
000250*                           RUN-LOG RECORD INTO THE KEYED        *
000260*                           RUN-HISTORY MASTER FILE              *
000262* T-0241  Z001801  10/2026  CARRY THE RUN LOG'S INPUT HEADER     *
000264*                           RUN DATE AND SOURCE JOB TO THE       *
000266*                           HISTORY RECORD FOR THE END-OF-       *
000268*                           CYCLE CLOSE-OUT                      *
000270*                                                                *
000280*=================================================================
000290*                                                                *
002370       TO FRH-BYPASSED-CTR           IN RUN-HISTORY-RECORD.
002380     MOVE RLOG-REJECT-CTR            IN RUN-LOG-RECORD
002390       TO FRH-REJECT-CTR             IN RUN-HISTORY-RECORD.
002392     MOVE RLOG-HDR-RUN-DATE          IN RUN-LOG-RECORD
002394       TO FRH-HDR-RUN-DATE           IN RUN-HISTORY-RECORD.
002396     MOVE RLOG-HDR-SOURCE-JOB        IN RUN-LOG-RECORD
002398       TO FRH-HDR-SOURCE-JOB         IN RUN-HISTORY-RECORD.
002400
002410     WRITE RUN-HISTORY-RECORD.
002420     IF NOT FCRRHST-STATUS-OK
