000100*           BY PGMAINT AND READ BY THE PGJRNRPT JOURNAL REPORT,
000110*           SO "WHO CHANGED SCHEDULE X AND WHAT WAS IT BEFORE"
000120*           IS ANSWERABLE AND THE MASTER CAN BE RECONSTRUCTED
000130*           AS OF ANY PAST RUN.  JR-MAINT-OPERATOR IS THE
000132*           OPERATOR WHO KEYED THE TRANSACTION AND
000134*           JR-APPROVE-OPERATOR THE SECOND OPERATOR WHO
000136*           APPROVED IT (SPACES WHEN IT APPLIED DIRECTLY).
000140*----------------------------------------------------------------*
000150*   DATE       INIT  DESCRIPTION
000160*   02/09/2026 JH    ORIGINAL MAINTENANCE JOURNAL LAYOUT.
000162*   02/09/2026 JH    IMAGES WIDENED 60 TO 70 WITH THE MASTER
000164*                    RECORD (PM-CONTRIB FOR THE CONTRIBUTION
000166*                    PROGRESSION TYPE); LRECL GREW 150 TO 170.
000167*   15/10/2026 JH    JR-MAINT-OPERATOR AND JR-APPROVE-OPERATOR
000168*                    ADDED FOR DUAL CONTROL; LRECL GREW 170
000169*                    TO 180.
000170*----------------------------------------------------------------*
000180 01  MAINT-JOURNAL-RECORD.
000190         05  JR-RUN-DATE              PIC 9(08).
000260         05  JR-REQUEST-ID            PIC X(08).
000270         05  JR-BEFORE-IMAGE          PIC X(70).
000280         05  JR-AFTER-IMAGE           PIC X(70).
000282         05  JR-MAINT-OPERATOR        PIC X(08).
000284         05  JR-APPROVE-OPERATOR      PIC X(08).
000290         05  FILLER                   PIC X(01).
