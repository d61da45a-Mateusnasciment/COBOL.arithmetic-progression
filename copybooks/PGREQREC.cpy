000238*                    PROGRESSION TYPE: THE SIGNED PER-PERIOD
000239*                    DEPOSIT (OR WITHDRAWAL) ADDED AFTER THE
000240*                    BALANCE COMPOUNDS BY RAZAO.
000241*   15/10/2026 JH    LOAN AMORTIZATION WORK FIELDS ADDED FOR
000242*                    TYPE 'L': THE PERIODIC RATE AS A FRACTION,
000243*                    THE COMPOUND AND ANNUITY FACTORS, THE LEVEL
000244*                    PAYMENT, AND EACH TERM'S INTEREST,
000245*                    PRINCIPAL REPAID AND REMAINING BALANCE.
000246*   15/10/2026 JH    MOEDA ADDED: THE SCHEDULE'S CURRENCY CODE
000247*                    (BRL WHEN THE MASTER LEAVES IT BLANK).
000248*----------------------------------------------------------------*
000250 01  NUM-INICIAL                  PIC S9(4)V99.
000260 01  RAZAO                        PIC S9(4)V99.
000270 01  QTDE-TERMOS                  PIC 9(5).
000330         88  PAY-FREQ-QUARTERLY                   VALUE 'Q'.
000340 01  FIRST-DUE-DATE               PIC 9(08).
000350 01  CONTRIB-VALOR                PIC S9(7)V99.
000360 01  TAXA-PERIODO                 PIC S9(2)V9(4).
000370 01  FATOR-CAPITAL                PIC S9(9)V9(9) COMP-3.
000380 01  FATOR-ANUIDADE               PIC S9(9)V9(9) COMP-3.
000390 01  PRESTACAO-VALOR              PIC S9(9)V99.
000400 01  JUROS-VALOR                  PIC S9(9)V99.
000410 01  AMORTIZ-VALOR                PIC S9(9)V99.
000420 01  SALDO-DEVEDOR                PIC S9(9)V99.
000430 01  MOEDA                        PIC X(03).
