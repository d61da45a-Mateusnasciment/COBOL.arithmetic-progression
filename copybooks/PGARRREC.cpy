000010*----------------------------------------------------------------*
000020* COPYBOOK: PGARRREC
000030* PURPOSE:  LAYOUT OF THE ARREARS WORKLIST RECORD PGPAYM WRITES
000040*           TO PGARRS FOR COLLECTIONS: ONE RECORD PER LIVE TERM
000050*           STILL OWED AFTER ITS DUE DATE AS OF THE MATCHING
000060*           RUN -- UNPAID OR SHORT-PAID -- WITH THE AMOUNT STILL
000070*           OUTSTANDING, THE DAYS OVERDUE AND THE AGING BUCKET.
000080*           AR-RUN-DATE IS THE HISTORY EXECUTION THE TERM WAS
000085*           TAKEN FROM, SO THE FIGURE CAN BE TRACED IN PGINQ.
000090*           AR-CURRENCY IS THE SCHEDULE'S CURRENCY (PGCURTAB CODE,
000095*           NEVER BLANK): THE AMOUNTS ARE IN IT.
000100*
000110*           AGING BUCKETS:
000120*             1  1-30 DAYS OVERDUE
000130*             2  31-60 DAYS
000140*             3  61-90 DAYS
000150*             4  OVER 90 DAYS
000160*----------------------------------------------------------------*
000170*   DATE       INIT  DESCRIPTION
000180*   15/10/2026 JH    ORIGINAL ARREARS RECORD LAYOUT.
000185*   15/10/2026 JH    AR-CURRENCY TAKES THE SPARE FILLER.
000190*----------------------------------------------------------------*
000200 01  ARREARS-RECORD.
000210         05  AR-REQUEST-ID            PIC X(08).
000220         05  AR-DUE-DATE              PIC 9(08).
000230         05  AR-CONTADOR              PIC 9(5).
000240         05  AR-PROG-TYPE             PIC X(01).
000250         05  AR-TERMOS-VALOR          PIC S9(9)V99.
000260         05  AR-AMOUNT-PAID           PIC S9(9)V99.
000270         05  AR-AMOUNT-DUE            PIC S9(9)V99.
000280         05  AR-DAYS-OVERDUE          PIC 9(05).
000290         05  AR-AGING-BUCKET          PIC X(01).
000300             88  AR-AGED-1-30                     VALUE '1'.
000310             88  AR-AGED-31-60                    VALUE '2'.
000320             88  AR-AGED-61-90                    VALUE '3'.
000330             88  AR-AGED-OVER-90                  VALUE '4'.
000340         05  AR-AS-OF-DATE            PIC 9(08).
000350         05  AR-RUN-DATE              PIC 9(08).
000360         05  AR-CURRENCY              PIC X(03).
