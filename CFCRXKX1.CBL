001120*    REPAIRED, SO THE INQUIRY AND THE AGING WORK-QUEUE REPORT  *
001130*    (FCRXAGE) STOP CARRYING A REPAIRED BALANCE AS             *
001140*    OUTSTANDING.                                              *
001150*    FKX-NOTICE-DATE IS STAMPED BY THE POLICYHOLDER LETTER     *
001160*    EXTRACT (FCRXLTR) WHEN THE EXCEPTION GOES OUT ON A        *
001170*    NOTICE - ZERO MEANS NO LETTER HAS BEEN SENT, AND A        *
001180*    STAMPED EXCEPTION IS NEVER EXTRACTED AGAIN.               *
001182*    AN EXCEPTION SETTLED OUTSIDE THE RE-APPLY (CORRECTED BY   *
001184*    HAND, REFUNDED OR WRITTEN OFF) IS POSTED BY THE MANUAL    *
001186*    RESOLUTION UTILITY (FCRXMRS), WHICH ALSO RECORDS THE      *
001188*    REASON CODE, THE ANALYST, THE SECOND APPROVER OF A LARGE  *
001190*    WRITE-OFF AND A FREE-FORM COMMENT.  THESE FIELDS ARE      *
001192*    BLANK ON A RE-APPLIED OR UNRESOLVED EXCEPTION.            *
001200**************************************************************
001300     05  FKX-KEY.
001400         10  FKX-POLICY-ID           PIC 9(10).
002700     05  FKX-RESOLUTION-STATUS       PIC X(01).
002800         88  FKX-UNRESOLVED                  VALUE ' '.
002900         88  FKX-RESOLVED-REAPPLIED          VALUE 'A'.
002920         88  FKX-RESOLVED-CORRECTED          VALUE 'C'.
002940         88  FKX-RESOLVED-REFUNDED           VALUE 'F'.
002960         88  FKX-RESOLVED-WRITTEN-OFF        VALUE 'W'.
002980         88  FKX-RESOLVED-MANUALLY           VALUE 'C' 'F' 'W'.
003000     05  FKX-RESOLUTION-DATE         PIC 9(08).
003100     05  FKX-NOTICE-DATE             PIC 9(08).
003110     05  FKX-RESOLUTION-REASON       PIC X(04).
003120     05  FKX-RESOLUTION-ANALYST      PIC X(08).
003130     05  FKX-RESOLUTION-APPROVER     PIC X(08).
003140     05  FKX-RESOLUTION-COMMENT      PIC X(40).
