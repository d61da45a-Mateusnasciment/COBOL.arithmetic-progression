000480*                    REPORTING EVERY SCHEDULE AS NEW WITH
000490*                    RETURN CODE 4, THE ESTABLISHED HANDLING
000500*                    FOR AN UNREADABLE PRIOR GENERATION.
000501*   15/10/2026 JH    OO- LAYOUT AND TRAILER SAVE AREA WIDENED
000502*                    TO 79 BYTES WITH PGOUTREC'S LOAN INTEREST,
000503*                    PRINCIPAL AND BALANCE FIELDS; NOT COMPARED.
000504*   15/10/2026 JH    OO- LAYOUT AND TRAILER SAVE AREA WIDENED
000505*                    TO 82 BYTES WITH PGOUTREC'S CURRENCY CODE;
000506*                    NOT COMPARED.
000510*------------------------------------------------------------*
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000810         05  OO-PROG-TYPE             PIC X(01).
000820         05  OO-RECORD-STATUS         PIC X(01).
000830         05  OO-DUE-DATE              PIC 9(08).
000832         05  OO-JUROS-VALOR           PIC S9(9)V99.
000834         05  OO-AMORTIZ-VALOR         PIC S9(9)V99.
000836         05  OO-SALDO-DEVEDOR         PIC S9(9)V99.
000838         05  OO-CURRENCY              PIC X(03).
000840 FD  DELTA-LISTING-FILE
000850         RECORDING MODE IS F.
000860 01  DELTA-LISTING-RECORD             PIC X(132).
001110 77  PG-OLD-VERIFY-COUNT          PIC 9(08)   COMP VALUE 0.
001120 01  PG-VERIFY-HASH               PIC S9(13)V99 COMP-3 VALUE 0.
001130 01  PG-OLD-VERIFY-HASH           PIC S9(13)V99 COMP-3 VALUE 0.
001140 01  PG-OLD-TRAILER-SAVE          PIC X(82)   VALUE SPACES.
001150     COPY PGOUTHDR.
001160 77  PG-NEW-SCHED-COUNT           PIC 9(08)   COMP VALUE 0.
001170 77  PG-GONE-SCHED-COUNT          PIC 9(08)   COMP VALUE 0.
