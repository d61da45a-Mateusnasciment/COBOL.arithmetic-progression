000370*                    PGOUTHDR): EVERY READER VERIFIES THE
000380*                    TRAILER'S DETAIL COUNT AND HASH TOTAL
000390*                    BEFORE PRODUCING ANYTHING.
000391*   15/10/2026 JH    PO-JUROS-VALOR, PO-AMORTIZ-VALOR AND
000392*                    PO-SALDO-DEVEDOR ADDED FOR THE LOAN
000393*                    AMORTIZATION TYPE 'L': EACH TERM'S
000394*                    INTEREST, PRINCIPAL REPAID AND REMAINING
000395*                    BALANCE (PO-TERMOS-VALOR IS THE PAYMENT).
000396*                    ZERO FOR THE OTHER TYPES.  RECORD LENGTH
000397*                    GREW 46 TO 79.
000398*   15/10/2026 JH    PO-CURRENCY ADDED: THE SCHEDULE'S CURRENCY
000399*                    CODE FROM THE MASTER (PM-CURRENCY, BLANK
000400*                    WRITTEN AS BRL), SO EVERY TERM NAMES ITS
000401*                    CURRENCY AND NO READER NEED ADD TERMS OF
000402*                    DIFFERENT CURRENCIES TOGETHER.  RECORD
000403*                    LENGTH GREW 79 TO 82.
000404*----------------------------------------------------------------*
000410 01  PROGRESSION-OUTPUT-RECORD.
000420         05  PO-REQUEST-ID            PIC X(08).
000430             88  PO-HEADER-RECORD         VALUE '$$PGHDR$'.
000510             88  PO-TERM-SUPERSEDED               VALUE 'S'.
000520             88  PO-TERM-CORRECTION               VALUE 'C'.
000530         05  PO-DUE-DATE              PIC 9(08).
000540         05  PO-JUROS-VALOR           PIC S9(9)V99.
000550         05  PO-AMORTIZ-VALOR         PIC S9(9)V99.
000560         05  PO-SALDO-DEVEDOR         PIC S9(9)V99.
000570         05  PO-CURRENCY              PIC X(03).
