000010*----------------------------------------------------------------*
000020* COPYBOOK: PGCURTAB
000030* PURPOSE:  THE CURRENCIES A PROGRESSION SCHEDULE MAY BE
000040*           DENOMINATED IN (PM-CURRENCY ON THE REQUEST MASTER),
000050*           AS A VALUE TABLE WITH A REDEFINED SEARCH VIEW, SHARED
000060*           BY EVERY PROGRAM THAT VALIDATES A CURRENCY CODE OR
000070*           KEEPS TOTALS APART BY CURRENCY SO THE LIST CANNOT
000080*           DRIFT BETWEEN THEM.  ENTRY 1 IS THE BASE CURRENCY
000090*           (BRL): A BLANK PM-CURRENCY ON A MASTER RECORD WRITTEN
000100*           BEFORE THE CODE EXISTED IS READ AS THE BASE CURRENCY,
000110*           AND PGREPT CONVERTS THE OTHERS INTO IT.
000120*
000130*           TO ADD A CURRENCY: ADD ITS FILLER BELOW, RAISE THE
000140*           OCCURS AND PG-CUR-COUNT, RAISE THE OCCURS OF THE
000150*           PER-CURRENCY TOTAL TABLES IN PGGLEXT, PGGLACK,
000160*           PGREPT, PGRECON, PGFCST, PGPAYM, PGDIST AND PGBAL, AND
000170*           RECOMPILE EVERY PROGRAM THAT COPIES THIS MEMBER.  THE
000175*           LEDGER MUST BE TOLD FIRST -- PGGLEXT WRITES ONE
000180*           TRAILER PER ENTRY.
000190*
000200*           LOOKUP: MOVE THE CODE TO PG-CUR-KEY AND STEP
000210*           PG-CUR-SUB THROUGH THE ENTRIES UNTIL PG-CUR-FOUND; A
000220*           CALLER THAT NEEDS THE ENTRY SAVES PG-CUR-SUB ON THE
000230*           MATCH, AS A VARYING LOOP STEPS PAST IT.
000240*----------------------------------------------------------------*
000250*   DATE       INIT  DESCRIPTION
000260*   15/10/2026 JH    ORIGINAL CURRENCY TABLE: BRL, USD, EUR.
000270*----------------------------------------------------------------*
000280 01  PG-CURRENCY-VALUES.
000290         05  FILLER                   PIC X(15)
000300             VALUE 'BRLREAL'.
000310         05  FILLER                   PIC X(15)
000320             VALUE 'USDDOLAR EUA'.
000330         05  FILLER                   PIC X(15)
000340             VALUE 'EUREURO'.
000350 01  PG-CURRENCY-TABLE REDEFINES PG-CURRENCY-VALUES.
000360         05  PG-CUR-ENTRY OCCURS 3 TIMES.
000370             10  PG-CUR-CODE              PIC X(03).
000380             10  PG-CUR-NAME              PIC X(12).
000390 01  PG-CUR-COUNT                 PIC 9(02)   COMP VALUE 3.
000400 01  PG-BASE-CURRENCY             PIC X(03)   VALUE 'BRL'.
000410 01  PG-CUR-KEY                   PIC X(03)   VALUE SPACES.
000420 01  PG-CUR-SUB                   PIC 9(02)   COMP VALUE 0.
000430 01  PG-CUR-SWITCH                PIC X(01)   VALUE 'N'.
000440         88  PG-CUR-FOUND                         VALUE 'Y'.
000450         88  PG-CUR-NOT-FOUND                     VALUE 'N'.
