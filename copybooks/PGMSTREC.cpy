000360*                    ONLY FOR TYPE 'C'; ZERO OTHERWISE.  THE
000370*                    RECORD GREW 60 TO 70 -- REDEFINE THE
000380*                    CLUSTER WITH RECORDSIZE(70 70).
000381*   15/10/2026 JH    LOAN AMORTIZATION TYPE ('L'): PM-NUM-INICIAL
000382*                    IS THE PRINCIPAL, PM-RAZAO THE INTEREST
000383*                    RATE PER PERIOD AS A PERCENTAGE AND
000384*                    PM-QTDE-TERMOS THE NUMBER OF PAYMENTS.  NO
000385*                    LAYOUT CHANGE.
000386*   15/10/2026 JH    PM-CURRENCY CARVED OUT OF THE FILLER: THE
000387*                    CODE OF THE CURRENCY THE SCHEDULE IS
000388*                    DENOMINATED IN, ONE OF THE PGCURTAB ENTRIES
000389*                    (BRL, USD, EUR).  BLANK ON A RECORD WRITTEN
000390*                    BEFORE THE FIELD EXISTED AND READ AS THE
000391*                    BASE CURRENCY, BRL.  THE LENGTH STAYS 70.
000392*----------------------------------------------------------------*
000400 01  REQUEST-MASTER-RECORD.
000410         05  PM-REQUEST-ID            PIC X(08).
000420         05  PM-PROG-TYPE             PIC X(01).
000550             88  PM-FREQ-QUARTERLY                VALUE 'Q'.
000560         05  PM-FIRST-DUE-DATE        PIC 9(08).
000570         05  PM-CONTRIB               PIC S9(7)V99.
000580         05  PM-CURRENCY              PIC X(03).
000590         05  FILLER                   PIC X(06).
