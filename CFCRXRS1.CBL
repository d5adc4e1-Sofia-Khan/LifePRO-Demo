000100**************************************************************
000200*  CFCRXRS1  -  CONVERSION REJECT SUSPENSE RECORD.  ONE RECORD *
000300*    PER INPUT-EDIT REJECT (CFCRXRJ1) EVER WRITTEN BY THE AN   *
000400*    CONVERSION ENGINE, LOADED FROM EACH RUN'S FCRREJT BY      *
000500*    FCRXRSU.  THE KEY IS THE REJECT'S LOCATION ON THE         *
000600*    TRANSACTION (POLICY, RECORD NUMBER, BALANCE AREA,         *
000700*    OCCURRENCE, SLOT) FOLLOWED BY THE REASON CODE, SO ONE     *
000800*    TRANSACTION'S ENTRIES ARE ADJACENT AND A RE-REJECT OF THE *
000900*    SAME ERROR FINDS THE SAME ENTRY.  A TRANSACTION-LEVEL     *
001000*    REJECT HAS A BLANK AREA AND ZERO OCCURRENCE AND SLOT; A   *
001100*    BALANCE-AREA REJECT HAS A ZERO SLOT.                      *
001200*    THE STATUS IS OPEN WHEN LOADED.  THE CORRECTION UTILITY   *
001300*    (FCRXRCE) MARKS AN ENTRY RESUBMITTED WHEN ITS TRANSACTION *
001400*    GOES OUT ON A CORRECTION FILE, OR ABANDONED ON THE        *
001500*    ANALYST'S WORD.  THE FOLLOW-UP CONVERSION RUN'S REJECTS   *
001600*    THEN SETTLE EACH RESUBMITTED ENTRY AS CORRECTED OR        *
001700*    RE-REJECTED (FCRXRSU AGAIN).  OPEN AND RE-REJECTED        *
001800*    ENTRIES ARE OUTSTANDING AND ARE AGED BY FCRXRSA FROM THE  *
001900*    FIRST REJECT DATE.  FRS-RESUBMIT-POLICY-ID IS THE POLICY  *
002000*    ID THE TRANSACTION WAS RESUBMITTED UNDER - IT DIFFERS     *
002100*    FROM THE KEY ONLY WHEN THE POLICY ID WAS CORRECTED.       *
002200**************************************************************
002300     05  FRS-KEY.
002400         10  FRS-POLICY-ID           PIC X(10).
002500         10  FRS-RECORD-NUMBER       PIC X(09).
002600         10  FRS-BALANCE-AREA        PIC X(01).
002700         10  FRS-OCCURRENCE-NUMBER   PIC 9(02).
002800         10  FRS-SLOT-NUMBER         PIC 9(02).
002900         10  FRS-REASON-CODE         PIC X(04).
003000     05  FRS-REASON-TEXT             PIC X(30).
003100     05  FRS-STATUS                  PIC X(01).
003200         88  FRS-OPEN                        VALUE 'O'.
003300         88  FRS-CORRECTED                   VALUE 'C'.
003400         88  FRS-RE-REJECTED                 VALUE 'R'.
003500         88  FRS-ABANDONED                   VALUE 'A'.
003600         88  FRS-OUTSTANDING                 VALUE 'O' 'R'.
003700     05  FRS-FIRST-REJECT-DATE       PIC 9(08).
003800     05  FRS-LAST-REJECT-DATE        PIC 9(08).
003900     05  FRS-REJECT-COUNT            PIC 9(03).
004000     05  FRS-STATUS-DATE             PIC 9(08).
004100     05  FRS-RESUBMIT-SW             PIC X(01).
004200         88  FRS-RESUBMITTED                 VALUE 'Y'.
004300     05  FRS-RESUBMIT-DATE           PIC 9(08).
004400     05  FRS-RESUBMIT-POLICY-ID      PIC X(10).
004500     05  FRS-CORRECTION-VALUE        PIC X(12).
004600     05  FRS-ANALYST-ID              PIC X(08).
004700     05  FRS-COMMENT                 PIC X(30).
004800     05  FILLER                      PIC X(10).
