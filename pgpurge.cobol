000290* MODIFICATION HISTORY
000300*   DATE       INIT  DESCRIPTION
000310*   02/09/2026 JH    ORIGINAL HISTORY RETENTION PURGE.
000313*   15/10/2026 JH    KEEP AND ARCHIVE RECORDS WIDENED 58 TO 61
000316*                    WITH PGHISREC'S CURRENCY CODE.
000320*------------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000530     COPY PGHISREC.
000540 FD  KEEP-HISTORY-FILE
000550         RECORDING MODE IS F.
000560 01  KEEP-HISTORY-RECORD              PIC X(61).
000570 FD  ARCH-HISTORY-FILE
000580         RECORDING MODE IS F.
000590 01  ARCH-HISTORY-RECORD              PIC X(61).
000600 WORKING-STORAGE SECTION.
000610 77  PG-EOF-SWITCH                PIC X(01)   VALUE 'N'.
000620         88  PG-EOF-YES                           VALUE 'Y'.
