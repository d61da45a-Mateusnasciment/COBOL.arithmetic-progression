000300* MODIFICATION HISTORY
000310*   DATE       INIT  DESCRIPTION
000320*   02/09/2026 JH    ORIGINAL PARTITION MERGE STEP.
000321*   15/10/2026 JH    PARTITION RECORDS AND PW- LAYOUT WIDENED
000322*                    TO 79 BYTES WITH PGOUTREC'S LOAN INTEREST,
000323*                    PRINCIPAL AND BALANCE FIELDS.
000324*   15/10/2026 JH    PARTITION RECORDS AND PW- LAYOUT WIDENED
000325*                    TO 82 BYTES WITH PGOUTREC'S CURRENCY CODE.
000330*------------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000510 FILE SECTION.
000520 FD  PARTITION-1-FILE
000530         RECORDING MODE IS F.
000540 01  PARTITION-1-RECORD               PIC X(82).
000550 FD  PARTITION-2-FILE
000560         RECORDING MODE IS F.
000570 01  PARTITION-2-RECORD               PIC X(82).
000580 FD  PARTITION-3-FILE
000590         RECORDING MODE IS F.
000600 01  PARTITION-3-RECORD               PIC X(82).
000610 FD  PARTITION-4-FILE
000620         RECORDING MODE IS F.
000630 01  PARTITION-4-RECORD               PIC X(82).
000640 FD  PROGRESSION-OUTPUT-FILE
000650         RECORDING MODE IS F.
000660     COPY PGOUTREC.
001150                 88  PG-PT-ACTIVE                 VALUE 'Y'.
001160                 88  PG-PT-DONE                   VALUE 'N'.
001170             10  PG-PT-CURRENT-ID         PIC X(08).
001180             10  PG-PT-CURRENT-REC        PIC X(82).
001190*   WORK COPY OF WHATEVER RECORD WAS LAST READ FROM A PARTITION,
001200*   UNDER ITS OWN NAMES (THE PGOUTREC LAYOUT), AS THE PRIOR-
001210*   GENERATION RECORD IS DECLARED IN PROGRESSAO AND PGDELTA.
001300         05  PW-PROG-TYPE             PIC X(01).
001310         05  PW-RECORD-STATUS         PIC X(01).
001320         05  PW-DUE-DATE              PIC 9(08).
001322         05  PW-JUROS-VALOR           PIC S9(9)V99.
001324         05  PW-AMORTIZ-VALOR         PIC S9(9)V99.
001326         05  PW-SALDO-DEVEDOR         PIC S9(9)V99.
001328         05  PW-CURRENCY              PIC X(03).
001330     COPY PGOUTHDR.
001340 PROCEDURE DIVISION.
001350 0000-MAINLINE.
