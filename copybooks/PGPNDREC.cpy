000010*----------------------------------------------------------------*
000020* COPYBOOK: PGPNDREC
000030* PURPOSE:  LAYOUT OF THE PENDING-APPROVAL RECORD -- THE KSDS
000040*           (PGPEND) KEYED BY PD-REQUEST-ID ON WHICH PGMAINT
000050*           HOLDS EVERY ADD, DELETE AND FINANCIAL CHANGE UNTIL A
000060*           SECOND OPERATOR APPROVES OR DECLINES IT.  AT MOST
000070*           ONE ITEM IS PENDING PER SCHEDULE.  PD-TRAN-IMAGE IS
000080*           THE TRANSACTION EXACTLY AS KEYED (PGMAINT PGTRAN
000090*           LAYOUT, 73 BYTES, KEYING OPERATOR INCLUDED) AND IS
000100*           APPLIED AS IT STANDS WHEN APPROVED; THE SUBMIT
000110*           DATE/TIME DRIVES THE EXPIRY OF STALE ITEMS.
000120*----------------------------------------------------------------*
000130*   DATE       INIT  DESCRIPTION
000140*   15/10/2026 JH    ORIGINAL PENDING-APPROVAL LAYOUT.
000142*   15/10/2026 JH    PD-TRAN-IMAGE WIDENED 70 TO 73 WITH THE
000144*                    PGTRAN CURRENCY CODE; THE FILLER SHRANK SO
000146*                    THE LENGTH STAYS 110.
000150*----------------------------------------------------------------*
000160 01  PENDING-APPROVAL-RECORD.
000170         05  PD-REQUEST-ID            PIC X(08).
000180         05  PD-ACTION                PIC X(01).
000190             88  PD-ACTION-ADD                    VALUE 'A'.
000200             88  PD-ACTION-CHANGE                 VALUE 'C'.
000210             88  PD-ACTION-DELETE                 VALUE 'D'.
000220         05  PD-MAINT-OPERATOR        PIC X(08).
000230         05  PD-SUBMIT-DATE           PIC 9(08).
000240         05  PD-SUBMIT-TIME           PIC 9(06).
000250         05  PD-TRAN-IMAGE            PIC X(73).
000260         05  FILLER                   PIC X(06).
