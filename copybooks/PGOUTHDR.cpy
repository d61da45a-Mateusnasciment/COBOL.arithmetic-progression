000050*           FILE ITSELF, SO THE GENERATION PROVES ITS OWN
000060*           IDENTITY AND COMPLETENESS TO EVERY READER INSTEAD
000070*           OF FIVE PROGRAMS TRUSTING WHATEVER DD THEY WERE
000080*           POINTED AT.  BOTH ARE 82 BYTES, THE PGOUTREC DETAIL
000090*           LENGTH, WITH A SENTINEL RECORD-ID IN THE KEY
000100*           POSITION ('$$PGHDR$' / '$$PGTRL$' -- SEE THE 88S ON
000110*           PO-REQUEST-ID IN PGOUTREC).  THE TRAILER COUNT
000196*                    (SPACES ON A FULL RUN), SO PGMERGE CAN
000198*                    PROVE IT IS MERGING PARTITION OUTPUTS OF
000199*                    THE SAME RUN DATE.
000200*   15/10/2026 JH    FILLERS WIDENED WITH THE PGOUTREC DETAIL
000201*                    (46 TO 79 BYTES FOR THE LOAN SPLIT).
000202*   15/10/2026 JH    FILLERS WIDENED WITH THE PGOUTREC DETAIL
000203*                    (79 TO 82 BYTES FOR THE CURRENCY CODE).
000204*----------------------------------------------------------------*
000210 01  PROGRESSION-HEADER-RECORD.
000220         05  PH-RECORD-ID             PIC X(08).
000230             88  PH-HEADER-PRESENT        VALUE '$$PGHDR$'.
000260         05  PH-RUN-MODE              PIC X(01).
000262         05  PH-RANGE-FROM            PIC X(08).
000264         05  PH-RANGE-TO              PIC X(08).
000270         05  FILLER                   PIC X(43).
000280 01  PROGRESSION-TRAILER-RECORD.
000290         05  PT-RECORD-ID             PIC X(08).
000300             88  PT-TRAILER-PRESENT       VALUE '$$PGTRL$'.
000310         05  PT-DETAIL-COUNT          PIC 9(08).
000320         05  PT-HASH-TOTAL            PIC S9(13)V99.
000330         05  FILLER                   PIC X(51).
