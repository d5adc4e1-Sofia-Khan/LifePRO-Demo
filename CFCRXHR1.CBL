000100**************************************************************
000200*  CFCRXHR1  -  POLICY FUND-HISTORY LOAD REGISTRATION RECORD.  *
000300*    KEYED BY THE CONVERTED FILE'S CONTROL-HEADER RUN DATE AND *
000400*    SOURCE JOB (CFCRXHT1), ONE RECORD PER RUN ADDED TO THE    *
000500*    FUND-HISTORY FILE.  THE HISTORY LOADER FCRXHLD WRITES IT  *
000600*    ONLY WHEN THE WHOLE FILE HAS LOADED AND ITS TRAILER HAS   *
000700*    PROVED THE RECORD COUNT, AND REFUSES ANY FILE WHOSE       *
000800*    HEADER IS ALREADY REGISTERED, SO NO RUN IS LOADED TWICE.  *
000900*    A LOAD THAT ENDED BEFORE REGISTERING MAY SIMPLY BE RUN    *
001000*    AGAIN - THE LOADER REPLACES ITS OWN RUN'S RECORDS.        *
001100**************************************************************
001200     05  FHR-KEY.
001300         10  FHR-RUN-DATE            PIC 9(08).
001400         10  FHR-SOURCE-JOB          PIC X(08).
001500     05  FHR-TRX-TYPE                PIC X(04).
001600     05  FHR-LOAD-DATE               PIC 9(08).
001700     05  FHR-LOAD-TIME               PIC 9(08).
001800     05  FHR-RECORDS-LOADED          PIC 9(09).
001900     05  FHR-AREAS-LOADED            PIC 9(09).
002000     05  FHR-PASSTHRU-SKIPPED        PIC 9(09).
002100     05  FILLER                      PIC X(06).
