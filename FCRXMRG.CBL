000230*-------- -------- -------- ------------------------------------ *
000240* T-0226  Z001801  09/2026  INITIAL VERSION - RECOMBINE THE      *
000250*                           PARALLEL-SLICE CONVERSION OUTPUTS    *
000253* T-0235  Z001801  10/2026  CARRY THE TRUNCATE RULE FROM THE     *
000256*                           SLICE RUN LOGS TO THE MERGED LOG     *
000257* T-0241  Z001801  10/2026  CARRY THE SLICES' INPUT HEADER RUN   *
000258*                           DATE TO THE MERGED LOG, WITH THIS    *
000259*                           UTILITY AS THE HEADER SOURCE JOB     *
000260*                                                                *
000270*=================================================================
000280*                                                                *
003610     05  CLT-REJECT-CTR              PIC 9(09)  VALUE ZERO.
003620     05  CLT-WV0910-ID               PIC X(06)  VALUE SPACES.
003630     05  CLT-WV1001-ID               PIC X(06)  VALUE SPACES.
003635     05  CLT-TRUNCATE-RULE           PIC X(01)  VALUE SPACE.
003637     05  CLT-HDR-RUN-DATE            PIC 9(08)  VALUE ZERO.
003640
003650 01  RUN-LOG-WORK.                   COPY CFCRXRL1 SUPPRESS.
003660
008860       TO RLOG-BYPASSED-CTR          IN MERGED-RLG-REC.
008870     MOVE CLT-REJECT-CTR             IN COMBINED-LOG-TOTALS
008880       TO RLOG-REJECT-CTR            IN MERGED-RLG-REC.
008883     MOVE CLT-TRUNCATE-RULE          IN COMBINED-LOG-TOTALS
008886       TO RLOG-TRUNCATE-RULE         IN MERGED-RLG-REC.
008888     MOVE CLT-HDR-RUN-DATE           IN COMBINED-LOG-TOTALS
008890       TO RLOG-HDR-RUN-DATE          IN MERGED-RLG-REC.
008892     MOVE 'FCRXMRG '
008894       TO RLOG-HDR-SOURCE-JOB        IN MERGED-RLG-REC.
008896
008900     WRITE MERGED-RLG-REC.
008910     IF NOT FCRRLOG-STATUS-OK
008920         MOVE 'FCRRLOG' TO FEC-FILE-ID
009320           TO CLT-WV0910-ID          IN COMBINED-LOG-TOTALS
009330         MOVE RLOG-WV1001-ID         IN RUN-LOG-WORK
009340           TO CLT-WV1001-ID          IN COMBINED-LOG-TOTALS
009343         MOVE RLOG-TRUNCATE-RULE     IN RUN-LOG-WORK
009346           TO CLT-TRUNCATE-RULE      IN COMBINED-LOG-TOTALS
009347         MOVE RLOG-HDR-RUN-DATE      IN RUN-LOG-WORK
009348           TO CLT-HDR-RUN-DATE       IN COMBINED-LOG-TOTALS
009350     END-IF.
009360
009370     ADD RLOG-CONV-CTR               IN RUN-LOG-WORK
