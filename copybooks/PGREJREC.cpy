000160*             03  INVALID PAYMENT FREQUENCY
000170*             04  TERM OR SCHEDULE-TOTAL OVERFLOW IN THE
000180*                 TRIAL PASS
000181*             05  LOAN SCHEDULE ('L') CANNOT AMORTIZE: NO
000182*                 POSITIVE PRINCIPAL, A NEGATIVE RATE, OR A
000183*                 PAYMENT THAT DOES NOT COVER THE INTEREST
000184*                 AND RETIRE THE BALANCE OVER THE TERMS
000187*             06  CURRENCY CODE NOT IN THE PGCURTAB TABLE
000190*----------------------------------------------------------------*
000200*   DATE       INIT  DESCRIPTION
000210*   03/09/2026 JH    ORIGINAL REJECT RECORD LAYOUT.
000215*   15/10/2026 JH    REASON 05 ADDED FOR THE LOAN AMORTIZATION
000216*                    TYPE.
000217*   15/10/2026 JH    RX-CURRENCY CARVED OUT OF THE FILLER AND
000218*                    REASON 06 ADDED FOR A MASTER CURRENCY CODE
000219*                    NOT IN THE CURRENCY TABLE.
000220*----------------------------------------------------------------*
000230 01  PROGRESSION-REJECT-RECORD.
000240         05  RX-REQUEST-ID            PIC X(08).
000350             88  RX-REASON-TYPE                   VALUE '02'.
000360             88  RX-REASON-FREQ                   VALUE '03'.
000370             88  RX-REASON-OVERFLOW               VALUE '04'.
000375             88  RX-REASON-AMORTIZE               VALUE '05'.
000385             88  RX-REASON-CURRENCY               VALUE '06'.
000395         05  RX-CURRENCY              PIC X(03).
000405         05  FILLER                   PIC X(03).
