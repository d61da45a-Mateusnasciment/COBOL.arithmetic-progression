000010*----------------------------------------------------------------*
000020* PROGRAM:  PGFCST
000030* PURPOSE:  CASH-FLOW FORECAST OF THE PROGRESSION OUTPUT
000040*           GENERATION BY PAYMENT DUE MONTH.  THE GENERATION IS
000050*           FIRST PROVED AGAINST ITS OWN HEADER AND TRAILER LIKE
000060*           EVERY OTHER READER; EVERY LIVE TERM (SUPERSEDED 'S'
000070*           TERMS ARE SKIPPED) IS THEN BUCKETED BY THE MONTH OF
000080*           PO-DUE-DATE: ONE BUCKET FOR EACH MONTH OF THE HORIZON
000090*           ON THE PARAMETER CARD, COUNTED FROM THE GENERATION'S
000100*           RUN MONTH (PH-RUN-DATE), ONE 'POSTERIOR' BUCKET FOR
000110*           EVERYTHING DUE AFTER THE HORIZON, AND ONE 'ANTERIOR'
000120*           BUCKET FOR TERMS ALREADY DUE BEFORE THE RUN MONTH.
000130*           EACH BUCKET IS SPLIT BY PO-PROG-TYPE, WITH INFLOWS
000140*           (POSITIVE TERMS) AND OUTFLOWS (NEGATIVE TERMS, E.G.
000150*           TYPE-C WITHDRAWALS) KEPT APART SO THE NET IS RIGHT.
000160*           THE RESULT IS PRINTED (PGFPRT, ASA CARRIAGE CONTROL
000170*           IN BYTE 1) AND WRITTEN AS A FIXED-WIDTH FILE FOR
000172*           TREASURY (PGFOUT) WITH HEADER AND TRAILER RECORDS.
000174*           EVERY BUCKET IS ALSO KEPT APART BY CURRENCY
000176*           (PO-CURRENCY, BLANK READ AS THE BASE CURRENCY): EACH
000178*           PGCURTAB CURRENCY WITH LIVE TERMS HAS ITS OWN PAGES
000180*           AND GRID, AND NO AMOUNT OF ONE CURRENCY IS EVER
000182*           ADDED TO ANOTHER.  A TERM IN A CURRENCY NOT IN THE
000184*           TABLE CANCELS THE STEP WITH RETURN CODE 16.
000190*
000200*           PARAMETER CARD (PGPARM, OPTIONAL):
000210*             COLS 01-02  HORIZON IN MONTHS (01-60).  AN ABSENT
000220*                         OR BLANK CARD MEANS 12 MONTHS.
000230*
000240*           FORECAST RECORD (PGFOUT, 80 BYTES, TYPE IN BYTE 1):
000250*             'H' SOURCE SYSTEM, GENERATION RUN DATE/TIME, BASE
000260*                 MONTH (YYYYMM), HORIZON, FORECAST RUN DATE
000270*             'D' ONE PER BUCKET AND PROGRESSION TYPE: BUCKET
000280*                 KIND (A = ANTERIOR, M = MONTH, P = POSTERIOR),
000290*                 MONTH (YYYYMM, ZERO FOR A AND P), TYPE, TERM
000295*                 COUNT, INFLOW, OUTFLOW AND NET (S9(13)V99),
000300*                 CURRENCY -- A FULL GRID PER CURRENCY WITH TERMS
000305*             'T' ONE PER PGCURTAB CURRENCY, IN TABLE ORDER AND
000310*                 WRITTEN EVEN WHEN ITS COUNTS ARE ZERO: THE
000315*                 CURRENCY'S 'D' RECORD COUNT, TERM COUNT, HASH
000320*                 TOTAL OF ITS NET AMOUNTS -- EQUAL TO THE SUM OF
000325*                 THE GENERATION'S LIVE TERMS IN THAT CURRENCY --
000330*                 AND THE CURRENCY CODE.
000340*----------------------------------------------------------------*
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.     PGFCST.
000370 AUTHOR.         J HAWTHORNE.
000380 INSTALLATION.   DATA PROCESSING CENTER.
000390 DATE-WRITTEN.   15/10/2026.
000400 DATE-COMPILED.
000410*------------------------------------------------------------*
000420* MODIFICATION HISTORY
000430*   DATE       INIT  DESCRIPTION
000440*   15/10/2026 JH    ORIGINAL CASH-FLOW FORECAST BY DUE MONTH.
000450*   15/10/2026 JH    LOAN AMORTIZATION TYPE 'L' ADDED TO THE
000460*                    TYPE TABLE, LABELED AMORTIZACAO.
000461*   15/10/2026 JH    MULTI-CURRENCY: BUCKETS KEPT APART BY
000462*                    PO-CURRENCY, ONE REPORT SECTION AND ONE GRID
000463*                    PER CURRENCY, FC-CURRENCY ON THE 'D' RECORD
000464*                    AND ONE TRAILER PER PGCURTAB CURRENCY
000465*                    (FT-CURRENCY), BOTH CARVED OUT OF THE FILLERS
000466*                    (RECORD STAYS 80).  A CURRENCY NOT IN THE
000467*                    TABLE CANCELS THE STEP, RETURN CODE 16.
000470*------------------------------------------------------------*
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510         SELECT OPTIONAL FORECAST-PARM-FILE ASSIGN TO PGPARM
000520             ORGANIZATION IS SEQUENTIAL
000530             FILE STATUS IS PG-PARM-FS.
000540         SELECT PROGRESSION-OUTPUT-FILE ASSIGN TO PGOUT
000550             ORGANIZATION IS SEQUENTIAL.
000560         SELECT FORECAST-PRINT-FILE ASSIGN TO PGFPRT
000570             ORGANIZATION IS SEQUENTIAL.
000580         SELECT FORECAST-OUTPUT-FILE ASSIGN TO PGFOUT
000590             ORGANIZATION IS SEQUENTIAL.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  FORECAST-PARM-FILE
000630         RECORDING MODE IS F.
000640 01  FORECAST-PARM-RECORD.
000650         05  PA-HORIZON-X             PIC X(02).
000660         05  PA-HORIZON-MONTHS REDEFINES PA-HORIZON-X
000670                                      PIC 9(02).
000680         05  FILLER                   PIC X(78).
000690 FD  PROGRESSION-OUTPUT-FILE
000700         RECORDING MODE IS F.
000710     COPY PGOUTREC.
000720 FD  FORECAST-PRINT-FILE
000730         RECORDING MODE IS F.
000740 01  FORECAST-PRINT-RECORD.
000750         05  RP-CARRIAGE-CONTROL      PIC X(01).
000760         05  RP-PRINT-LINE            PIC X(132).
000770 FD  FORECAST-OUTPUT-FILE
000780         RECORDING MODE IS F.
000790 01  FORECAST-OUTPUT-RECORD           PIC X(80).
000800 WORKING-STORAGE SECTION.
000810 77  PG-EOF-SWITCH                PIC X(01)   VALUE 'N'.
000820         88  PG-EOF-YES                           VALUE 'Y'.
000830         88  PG-EOF-NO                            VALUE 'N'.
000840 77  PG-PARM-EOF-SWITCH           PIC X(01)   VALUE 'N'.
000850         88  PG-PARM-EOF-YES                      VALUE 'Y'.
000860         88  PG-PARM-EOF-NO                       VALUE 'N'.
000870 77  PG-TRAILER-SWITCH            PIC X(01)   VALUE 'N'.
000880         88  PG-TRAILER-SEEN                      VALUE 'Y'.
000890         88  PG-TRAILER-MISSING                   VALUE 'N'.
000900 77  PG-PARM-FS                   PIC X(02)   VALUE '00'.
000910 77  PG-PAGE-COUNT                PIC 9(04)   COMP VALUE 0.
000920 77  PG-LINE-COUNT                PIC 9(02)   COMP VALUE 99.
000930 77  PG-LINES-PER-PAGE            PIC 9(02)   COMP VALUE 55.
000940 77  PG-VERIFY-COUNT              PIC 9(08)   COMP VALUE 0.
000950 77  PG-LIVE-COUNT                PIC 9(08)   COMP VALUE 0.
000960 77  PG-SKIP-COUNT                PIC 9(08)   COMP VALUE 0.
000970 77  PG-FILE-COUNT                PIC 9(08)   COMP VALUE 0.
000980*   THE HORIZON DEFAULTS TO A YEAR; THE CARD MAY ASK FOR UP TO
000990*   FIVE.  BUCKET 1 IS 'ANTERIOR', BUCKETS 2 THRU HORIZON + 1
001000*   ARE THE HORIZON MONTHS IN ORDER, AND BUCKET HORIZON + 2
001010*   (PG-LATER-SUB) IS 'POSTERIOR'.
001020 77  PG-HORIZON                   PIC 9(02)   COMP VALUE 12.
001030 77  PG-HORIZON-MAX               PIC 9(02)   COMP VALUE 60.
001040 77  PG-LATER-SUB                 PIC 9(02)   COMP VALUE 0.
001050 77  PG-BK-SUB                    PIC 9(02)   COMP VALUE 0.
001060 77  PG-TP-SUB                    PIC 9(02)   COMP VALUE 0.
001070 77  PG-TYPE-SUB                  PIC 9(02)   COMP VALUE 0.
001075 77  PG-CT-SUB                    PIC 9(02)   COMP VALUE 0.
001080*   CALENDAR MONTHS COUNTED FROM YEAR ZERO (YYYY * 12 + MM - 1),
001090*   AS IN PGPURGE, SO THE BUCKET IS PLAIN SUBTRACTION.
001100 77  PG-BASE-INDEX                PIC S9(07)  COMP VALUE 0.
001110 77  PG-DUE-INDEX                 PIC S9(07)  COMP VALUE 0.
001120 77  PG-MONTH-OFFSET              PIC S9(07)  COMP VALUE 0.
001130 77  PG-MONTH-YEAR                PIC 9(04)   COMP VALUE 0.
001140 77  PG-MONTH-REM                 PIC 9(02)   COMP VALUE 0.
001150 01  PG-VERIFY-HASH               PIC S9(13)V99 COMP-3 VALUE 0.
001170 01  PG-NET-AMOUNT                PIC S9(13)V99 COMP-3 VALUE 0.
001180     COPY PGOUTHDR.
001181     COPY PGCURTAB.
001182*   PER-CURRENCY FIGURES, ONE ENTRY PER PGCURTAB CURRENCY (SAME
001183*   SUBSCRIPT): ITS LIVE TERMS, AND THE 'D' RECORD COUNT AND NET
001184*   HASH FOR ITS TRAILER.
001185 01  PG-CURRENCY-TOTALS.
001186         05  PG-CT-ENTRY OCCURS 3 TIMES.
001187             10  PG-CT-LIVE-COUNT         PIC 9(08)   COMP.
001188             10  PG-CT-FILE-COUNT         PIC 9(08)   COMP.
001189             10  PG-CT-FILE-HASH          PIC S9(13)V99 COMP-3.
001190 01  PG-RUN-DATE                  PIC 9(08)   VALUE ZERO.
001200 01  PG-GEN-RUN-DATE              PIC 9(08)   VALUE ZERO.
001210 01  PG-GEN-RUN-TIME              PIC 9(06)   VALUE ZERO.
001220 01  PG-BASE-DATE.
001230         05  PG-BASE-YYYY             PIC 9(04).
001240         05  PG-BASE-MM               PIC 9(02).
001250         05  PG-BASE-DD               PIC 9(02).
001260 01  PG-DUE-DATE.
001270         05  PG-DUE-YYYY              PIC 9(04).
001280         05  PG-DUE-MM                PIC 9(02).
001290         05  PG-DUE-DD                PIC 9(02).
001300 01  PG-MONTH-WORK.
001310         05  PG-MONTH-WORK-YYYY       PIC 9(04).
001320         05  PG-MONTH-WORK-MM         PIC 9(02).
001330 01  PG-MONTH-WORK-N REDEFINES PG-MONTH-WORK
001340                                      PIC 9(06).
001350*   PROGRESSION TYPES IN REPORT ORDER.  A TERM OF ANY OTHER TYPE
001360*   IS COUNTED AS ARITHMETIC, AS PGREPT LABELS IT.
001370 77  PG-TYPE-MAX                  PIC 9(02)   COMP VALUE 4.
001380 01  PG-TYPE-CODES                PIC X(04)   VALUE 'AGCL'.
001390 01  PG-TYPE-CODE-TABLE REDEFINES PG-TYPE-CODES.
001400         05  PG-TYPE-CODE             PIC X(01)   OCCURS 4 TIMES.
001410 01  PG-TYPE-LABELS.
001420         05  FILLER                   PIC X(12)
001430             VALUE 'ARITMETICA'.
001440         05  FILLER                   PIC X(12)
001450             VALUE 'GEOMETRICA'.
001460         05  FILLER                   PIC X(12)
001470             VALUE 'CONTRIBUICAO'.
001480         05  FILLER                   PIC X(12)
001490             VALUE 'AMORTIZACAO'.
001500 01  PG-TYPE-LABEL-TABLE REDEFINES PG-TYPE-LABELS.
001510         05  PG-TYPE-LABEL            PIC X(12)   OCCURS 4 TIMES.
001516*   ONE SLOT PER BUCKET, EACH SPLIT BY CURRENCY (PGCURTAB ORDER)
001522*   AND WITHIN IT BY PROGRESSION TYPE.  INFLOWS
001530*   ACCUMULATE THE POSITIVE TERMS AND OUTFLOWS THE NEGATIVE ONES
001540*   (KEPT SIGNED), SO INFLOW + OUTFLOW IS THE BUCKET'S NET.
001550 01  PG-BUCKET-TABLE.
001560         05  PG-BK-ENTRY OCCURS 62 TIMES.
001570             10  PG-BK-KIND               PIC X(01).
001580                 88  PG-BK-ANTERIOR               VALUE 'A'.
001590                 88  PG-BK-MONTH                  VALUE 'M'.
001600                 88  PG-BK-POSTERIOR              VALUE 'P'.
001610             10  PG-BK-YYYYMM             PIC 9(06).
001618             10  PG-BK-CURRENCY OCCURS 3 TIMES.
001626                 15  PG-BK-TYPE OCCURS 4 TIMES.
001634                     20  PG-BK-TERMS      PIC 9(07)   COMP.
001642                     20  PG-BK-INFLOW     PIC S9(13)V99 COMP-3.
001650                     20  PG-BK-OUTFLOW    PIC S9(13)V99 COMP-3.
001651*   THE CELL BEING REPORTED, COPIED OUT OF THE BUCKET TABLE.
001652 01  PG-CELL.
001653         05  PG-CL-TERMS              PIC 9(07)   COMP.
001654         05  PG-CL-INFLOW             PIC S9(13)V99 COMP-3.
001655         05  PG-CL-OUTFLOW            PIC S9(13)V99 COMP-3.
001660 01  PG-GRAND-TABLE.
001670         05  PG-GR-TYPE OCCURS 4 TIMES.
001680             10  PG-GR-TERMS              PIC 9(08)   COMP.
001690             10  PG-GR-INFLOW             PIC S9(13)V99 COMP-3.
001700             10  PG-GR-OUTFLOW            PIC S9(13)V99 COMP-3.
001710 01  PG-BUCKET-TOTALS.
001720         05  PG-BT-TERMS              PIC 9(08)   COMP.
001730         05  PG-BT-INFLOW             PIC S9(13)V99 COMP-3.
001740         05  PG-BT-OUTFLOW            PIC S9(13)V99 COMP-3.
001750 01  PG-ALL-TOTALS.
001760         05  PG-AT-TERMS              PIC 9(08)   COMP.
001770         05  PG-AT-INFLOW             PIC S9(13)V99 COMP-3.
001780         05  PG-AT-OUTFLOW            PIC S9(13)V99 COMP-3.
001790 01  PG-PERIOD-LABEL.
001800         05  PL-YYYY                  PIC 9(04).
001810         05  PL-SLASH                 PIC X(01).
001820         05  PL-MM                    PIC 9(02).
001830         05  FILLER                   PIC X(03).
001840 01  PG-PERIOD-TEXT REDEFINES PG-PERIOD-LABEL
001850                                      PIC X(10).
001860 01  PG-PRINT-AREA                PIC X(132)  VALUE SPACES.
001870 01  PG-DISPLAY-COUNT             PIC Z(7)9.
001880 01  PG-REPORT-HEADING.
001890         05  FILLER                   PIC X(36)
001900             VALUE 'PGFCST - PREVISAO DE FLUXO DE CAIXA '.
001910         05  FILLER                   PIC X(21)
001920             VALUE 'POR MES DE VENCIMENTO'.
001930         05  FILLER                   PIC X(43)  VALUE SPACES.
001940         05  FILLER                   PIC X(06)  VALUE 'DATA: '.
001950         05  RH-RUN-DATE              PIC 9(08).
001960         05  FILLER                   PIC X(02)  VALUE SPACES.
001970         05  FILLER                   PIC X(08)
001980             VALUE 'PAGINA: '.
001990         05  RH-PAGE-NUMBER           PIC ZZZ9.
002000         05  FILLER                   PIC X(04)  VALUE SPACES.
002010 01  PG-GENERATION-LINE.
002020         05  FILLER                   PIC X(15)
002030             VALUE 'GERACAO PGOUT: '.
002040         05  GL-GEN-RUN-DATE          PIC 9(08).
002050         05  FILLER                   PIC X(01)  VALUE SPACE.
002060         05  GL-GEN-RUN-TIME          PIC 9(06).
002070         05  FILLER                   PIC X(13)
002080             VALUE '  HORIZONTE: '.
002090         05  GL-HORIZON               PIC Z9.
002100         05  FILLER                   PIC X(19)
002110             VALUE ' MESES A PARTIR DE '.
002120         05  GL-BASE-YYYY             PIC 9(04).
002130         05  FILLER                   PIC X(01)  VALUE '/'.
002140         05  GL-BASE-MM               PIC 9(02).
002144         05  FILLER                   PIC X(09)
002148             VALUE '  MOEDA: '.
002152         05  GL-CURRENCY              PIC X(03).
002156         05  FILLER                   PIC X(49)  VALUE SPACES.
002160 01  PG-COLUMN-HEADING.
002170         05  FILLER                   PIC X(12)
002180             VALUE 'PERIODO     '.
002190         05  FILLER                   PIC X(14)
002200             VALUE 'TIPO          '.
002210         05  FILLER                   PIC X(07)  VALUE ' TERMOS'.
002220         05  FILLER                   PIC X(02)  VALUE SPACES.
002230         05  FILLER                   PIC X(17)
002240             VALUE '         ENTRADAS'.
002250         05  FILLER                   PIC X(02)  VALUE SPACES.
002260         05  FILLER                   PIC X(17)
002270             VALUE '           SAIDAS'.
002280         05  FILLER                   PIC X(02)  VALUE SPACES.
002290         05  FILLER                   PIC X(17)
002300             VALUE '          LIQUIDO'.
002310         05  FILLER                   PIC X(42)  VALUE SPACES.
002320 01  PG-DETAIL-LINE.
002330         05  DT-PERIOD                PIC X(10).
002340         05  FILLER                   PIC X(02)  VALUE SPACES.
002350         05  DT-PROG-TYPE             PIC X(12).
002360         05  FILLER                   PIC X(02)  VALUE SPACES.
002370         05  DT-TERM-COUNT            PIC Z(6)9.
002380         05  FILLER                   PIC X(02)  VALUE SPACES.
002390         05  DT-INFLOW                PIC -9(13).99.
002400         05  FILLER                   PIC X(02)  VALUE SPACES.
002410         05  DT-OUTFLOW               PIC -9(13).99.
002420         05  FILLER                   PIC X(02)  VALUE SPACES.
002430         05  DT-NET                   PIC -9(13).99.
002440         05  FILLER                   PIC X(42)  VALUE SPACES.
002450 01  PG-SUMMARY-LINE.
002460         05  FILLER                   PIC X(23)
002470             VALUE 'PGFCST - TERMOS VIVOS: '.
002480         05  SL-LIVE-COUNT            PIC Z(7)9.
002490         05  FILLER                   PIC X(28)
002500             VALUE '  SUBSTITUIDOS IGNORADOS:  '.
002510         05  SL-SKIP-COUNT            PIC Z(7)9.
002520         05  FILLER                   PIC X(65)  VALUE SPACES.
002530*--------------------------------------------------------------*
002540* FORECAST FILE LAYOUTS -- RECORD TYPE IN BYTE 1: 'H' HEADER,  *
002547* 'D' ONE PER CURRENCY, BUCKET AND TYPE, 'T' ONE TRAILER PER   *
002554* PGCURTAB CURRENCY.  EACH TRAILER'S COUNT COVERS THE 'D'      *
002561* RECORDS OF ITS CURRENCY ONLY, AND ITS HASH TOTAL IS THE      *
002570* SIGNED SUM OF THEIR NET AMOUNTS.                             *
002580*--------------------------------------------------------------*
002590 01  PG-FC-HEADER.
002600         05  FH-RECORD-TYPE           PIC X(01)  VALUE 'H'.
002610         05  FH-SOURCE-SYSTEM         PIC X(10)
002620             VALUE 'PROGRESSAO'.
002630         05  FH-GEN-RUN-DATE          PIC 9(08).
002640         05  FH-GEN-RUN-TIME          PIC 9(06).
002650         05  FH-BASE-MONTH            PIC 9(06).
002660         05  FH-HORIZON               PIC 9(02).
002670         05  FH-RUN-DATE              PIC 9(08).
002680         05  FILLER                   PIC X(39)  VALUE SPACES.
002690 01  PG-FC-DETAIL.
002700         05  FC-RECORD-TYPE           PIC X(01)  VALUE 'D'.
002710         05  FC-BUCKET-KIND           PIC X(01).
002720         05  FC-BUCKET-MONTH          PIC 9(06).
002730         05  FC-PROG-TYPE             PIC X(01).
002740         05  FC-TERM-COUNT            PIC 9(07).
002750         05  FC-INFLOW                PIC S9(13)V99.
002760         05  FC-OUTFLOW               PIC S9(13)V99.
002770         05  FC-NET                   PIC S9(13)V99.
002776         05  FC-CURRENCY              PIC X(03).
002782         05  FILLER                   PIC X(16)  VALUE SPACES.
002790 01  PG-FC-TRAILER.
002800         05  FT-RECORD-TYPE           PIC X(01)  VALUE 'T'.
002810         05  FT-RECORD-COUNT          PIC 9(08).
002820         05  FT-TERM-COUNT            PIC 9(08).
002830         05  FT-HASH-TOTAL            PIC S9(13)V99.
002836         05  FT-CURRENCY              PIC X(03).
002842         05  FILLER                   PIC X(45)  VALUE SPACES.
002850 PROCEDURE DIVISION.
002860 0000-MAINLINE.
002870         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002880         PERFORM 2000-PROCESS-DETAIL THRU 2000-EXIT
002890             UNTIL PG-EOF-YES.
002900         PERFORM 2950-REPORT-CURRENCY THRU 2950-EXIT
002910             VARYING PG-CUR-SUB FROM 1 BY 1
002920             UNTIL PG-CUR-SUB > PG-CUR-COUNT.
002930         PERFORM 4500-PRINT-RUN-SUMMARY THRU 4500-EXIT.
002940         PERFORM 9000-TERMINATE THRU 9000-EXIT.
002950         STOP RUN.
002960 1000-INITIALIZE.
002970         ACCEPT PG-RUN-DATE FROM DATE YYYYMMDD.
002980         MOVE PG-RUN-DATE TO RH-RUN-DATE.
002990         PERFORM 1100-READ-PARM THRU 1100-EXIT.
003000         OPEN INPUT  PROGRESSION-OUTPUT-FILE.
003010         PERFORM 1500-VERIFY-OUTPUT THRU 1500-EXIT.
003020         MOVE PG-GEN-RUN-DATE TO PG-BASE-DATE.
003030         COMPUTE PG-BASE-INDEX =
003040             PG-BASE-YYYY * 12 + PG-BASE-MM - 1.
003050         COMPUTE PG-LATER-SUB = PG-HORIZON + 2.
003060         INITIALIZE PG-BUCKET-TABLE.
003070         INITIALIZE PG-GRAND-TABLE.
003080         INITIALIZE PG-ALL-TOTALS.
003085         INITIALIZE PG-CURRENCY-TOTALS.
003090         PERFORM 1200-SET-BUCKET THRU 1200-EXIT
003100             VARYING PG-BK-SUB FROM 1 BY 1
003110             UNTIL PG-BK-SUB > PG-LATER-SUB.
003120         OPEN OUTPUT FORECAST-PRINT-FILE.
003130         OPEN OUTPUT FORECAST-OUTPUT-FILE.
003140         MOVE PG-GEN-RUN-DATE TO FH-GEN-RUN-DATE.
003150         MOVE PG-GEN-RUN-TIME TO FH-GEN-RUN-TIME.
003160         MOVE PG-BASE-YYYY    TO PG-MONTH-WORK-YYYY.
003170         MOVE PG-BASE-MM      TO PG-MONTH-WORK-MM.
003180         MOVE PG-MONTH-WORK-N TO FH-BASE-MONTH.
003190         MOVE PG-HORIZON      TO FH-HORIZON.
003200         MOVE PG-RUN-DATE     TO FH-RUN-DATE.
003210         WRITE FORECAST-OUTPUT-RECORD FROM PG-FC-HEADER.
003220         MOVE PG-GEN-RUN-DATE TO GL-GEN-RUN-DATE.
003230         MOVE PG-GEN-RUN-TIME TO GL-GEN-RUN-TIME.
003240         MOVE PG-HORIZON      TO GL-HORIZON.
003250         MOVE PG-BASE-YYYY    TO GL-BASE-YYYY.
003260         MOVE PG-BASE-MM      TO GL-BASE-MM.
003270         PERFORM 2900-READ-DETAIL THRU 2900-EXIT.
003280 1000-EXIT.
003290         EXIT.
003300*--------------------------------------------------------------*
003310* THE HORIZON CARD IS OPTIONAL: ABSENT OR BLANK MEANS THE      *
003320* DEFAULT YEAR.  A CARD THAT IS PRESENT BUT NOT 01-60 CANCELS  *
003330* THE STEP WITH RETURN CODE 16 RATHER THAN GUESS.              *
003340*--------------------------------------------------------------*
003350 1100-READ-PARM.
003360         OPEN INPUT FORECAST-PARM-FILE.
003370*       FS 00 = FILE PRESENT, FS 05 = OPTIONAL FILE NOT PRESENT --
003380*       BOTH ARE A SUCCESSFUL OPEN AND MUST BE CLOSED BELOW.
003390         IF PG-PARM-FS NOT = '00' AND PG-PARM-FS NOT = '05'
003400             GO TO 1100-EXIT
003410         END-IF.
003420         READ FORECAST-PARM-FILE
003430             AT END
003440                 SET PG-PARM-EOF-YES TO TRUE
003450         END-READ.
003460         IF PG-PARM-EOF-NO AND PA-HORIZON-X NOT = SPACES
003470             IF PA-HORIZON-MONTHS IS NOT NUMERIC
003480                 OR PA-HORIZON-MONTHS = ZERO
003490                 OR PA-HORIZON-MONTHS > PG-HORIZON-MAX
003500                 DISPLAY "PGPARM - ERRO: HORIZONTE INVALIDO (USE "
003510                     "MESES 01-60), EXECUCAO CANCELADA."
003520                 MOVE 16 TO RETURN-CODE
003530                 CLOSE FORECAST-PARM-FILE
003540                 STOP RUN
003550             END-IF
003560             MOVE PA-HORIZON-MONTHS TO PG-HORIZON
003570         END-IF.
003580         CLOSE FORECAST-PARM-FILE.
003590 1100-EXIT.
003600         EXIT.
003610 1200-SET-BUCKET.
003620         IF PG-BK-SUB = 1
003630             SET PG-BK-ANTERIOR(PG-BK-SUB) TO TRUE
003640             GO TO 1200-EXIT
003650         END-IF.
003660         IF PG-BK-SUB = PG-LATER-SUB
003670             SET PG-BK-POSTERIOR(PG-BK-SUB) TO TRUE
003680             GO TO 1200-EXIT
003690         END-IF.
003700         SET PG-BK-MONTH(PG-BK-SUB) TO TRUE.
003710         COMPUTE PG-DUE-INDEX = PG-BASE-INDEX + PG-BK-SUB - 2.
003720         DIVIDE PG-DUE-INDEX BY 12
003730             GIVING PG-MONTH-YEAR
003740             REMAINDER PG-MONTH-REM.
003750         MOVE PG-MONTH-YEAR TO PG-MONTH-WORK-YYYY.
003760         COMPUTE PG-MONTH-WORK-MM = PG-MONTH-REM + 1.
003770         MOVE PG-MONTH-WORK-N TO PG-BK-YYYYMM(PG-BK-SUB).
003780 1200-EXIT.
003790         EXIT.
003800*--------------------------------------------------------------*
003810* THE GENERATION IS PROVED AGAINST ITS OWN TRAILER BEFORE ANY  *
003820* OUTPUT IS PRODUCED: HEADER PRESENT, TRAILER PRESENT, AND THE *
003830* DETAIL COUNT AND HASH TOTAL AGREEING WITH THE RECORDS        *
003840* ACTUALLY ON THE FILE.  A MISMATCH MEANS A TRUNCATED FILE OR  *
003850* THE WRONG GENERATION ON THE DD, AND THE STEP IS CANCELLED    *
003860* WITH RETURN CODE 16.  THE HEADER'S RUN DATE IS KEPT AS THE   *
003870* FORECAST'S BASE MONTH.  THE FILE IS THEN CLOSED AND REOPENED *
003876* FOR THE PROCESSING PASS.  THE SAME PASS CANCELS THE STEP ON A*
003882* TERM WHOSE CURRENCY IS NOT IN PGCURTAB.                      *
003890*--------------------------------------------------------------*
003900 1500-VERIFY-OUTPUT.
003910         READ PROGRESSION-OUTPUT-FILE
003920             AT END
003930                 SET PG-EOF-YES TO TRUE
003940         END-READ.
003950         IF PG-EOF-YES OR NOT PO-HEADER-RECORD
003960             DISPLAY "PGOUT - ERRO: HEADER AUSENTE, GERACAO "
003970                 "INVALIDA, EXECUCAO CANCELADA."
003980             MOVE 16 TO RETURN-CODE
003990             STOP RUN
004000         END-IF.
004010         MOVE PROGRESSION-OUTPUT-RECORD
004020             TO PROGRESSION-HEADER-RECORD.
004030         MOVE PH-RUN-DATE TO PG-GEN-RUN-DATE.
004040         MOVE PH-RUN-TIME TO PG-GEN-RUN-TIME.
004050         PERFORM 1510-VERIFY-RECORD THRU 1510-EXIT
004060             WITH TEST AFTER
004070             UNTIL PG-EOF-YES
004080             OR PG-TRAILER-SEEN.
004090         IF PG-TRAILER-MISSING
004100             DISPLAY "PGOUT - ERRO: TRAILER AUSENTE, GERACAO "
004110                 "TRUNCADA, EXECUCAO CANCELADA."
004120             MOVE 16 TO RETURN-CODE
004130             STOP RUN
004140         END-IF.
004150         MOVE PROGRESSION-OUTPUT-RECORD
004160             TO PROGRESSION-TRAILER-RECORD.
004170         IF PT-DETAIL-COUNT NOT = PG-VERIFY-COUNT
004180             OR PT-HASH-TOTAL NOT = PG-VERIFY-HASH
004190             DISPLAY "PGOUT - ERRO: TRAILER NAO CONFERE COM OS "
004200                 "REGISTROS DO ARQUIVO, EXECUCAO CANCELADA."
004210             MOVE 16 TO RETURN-CODE
004220             STOP RUN
004230         END-IF.
004240         CLOSE PROGRESSION-OUTPUT-FILE.
004250         OPEN INPUT PROGRESSION-OUTPUT-FILE.
004260         SET PG-EOF-NO TO TRUE.
004270 1500-EXIT.
004280         EXIT.
004290 1510-VERIFY-RECORD.
004300         READ PROGRESSION-OUTPUT-FILE
004310             AT END
004320                 SET PG-EOF-YES TO TRUE
004330         END-READ.
004340         IF PG-EOF-YES
004350             GO TO 1510-EXIT
004360         END-IF.
004370         IF PO-TRAILER-RECORD
004380             SET PG-TRAILER-SEEN TO TRUE
004390             GO TO 1510-EXIT
004400         END-IF.
004410         ADD 1 TO PG-VERIFY-COUNT.
004420         ADD PO-TERMOS-VALOR TO PG-VERIFY-HASH.
004421         MOVE PO-CURRENCY TO PG-CUR-KEY.
004422         IF PG-CUR-KEY = SPACES
004423             MOVE PG-BASE-CURRENCY TO PG-CUR-KEY
004424         END-IF.
004425         PERFORM 1520-LOOKUP-CURRENCY THRU 1520-EXIT.
004426         IF PG-CUR-NOT-FOUND
004427             DISPLAY "PGOUT - ERRO: TERMO " PO-REQUEST-ID
004428                 " COM MOEDA " PO-CURRENCY " FORA DA TABELA, "
004429                 "EXECUCAO CANCELADA."
004430             MOVE 16 TO RETURN-CODE
004431             STOP RUN
004432         END-IF.
004433 1510-EXIT.
004434         EXIT.
004435*       THE MATCHING ENTRY'S SUBSCRIPT IS SAVED IN PG-CT-SUB --
004436*       THE VARYING STEPS PG-CUR-SUB PAST IT BEFORE STOPPING.
004437 1520-LOOKUP-CURRENCY.
004438         SET PG-CUR-NOT-FOUND TO TRUE.
004439         PERFORM 1530-CHECK-CURRENCY-ENTRY THRU 1530-EXIT
004440             VARYING PG-CUR-SUB FROM 1 BY 1
004441             UNTIL PG-CUR-SUB > PG-CUR-COUNT
004442             OR PG-CUR-FOUND.
004443 1520-EXIT.
004444         EXIT.
004445 1530-CHECK-CURRENCY-ENTRY.
004446         IF PG-CUR-CODE(PG-CUR-SUB) = PG-CUR-KEY
004447             SET PG-CUR-FOUND TO TRUE
004448             MOVE PG-CUR-SUB TO PG-CT-SUB
004449         END-IF.
004450 1530-EXIT.
004451         EXIT.
004452*--------------------------------------------------------------*
004460* EACH LIVE TERM IS ADDED TO ITS DUE-MONTH BUCKET UNDER ITS    *
004470* PROGRESSION TYPE -- TO THE INFLOWS WHEN POSITIVE, TO THE     *
004476* OUTFLOWS WHEN NEGATIVE -- ALL WITHIN ITS CURRENCY'S BUCKET   *
004482* SET.  SUPERSEDED TERMS ARE COUNTED AND                       *
004490* PASSED OVER.                                                 *
004500*--------------------------------------------------------------*
004510 2000-PROCESS-DETAIL.
004520         IF PO-TERM-SUPERSEDED
004530             ADD 1 TO PG-SKIP-COUNT
004540             PERFORM 2900-READ-DETAIL THRU 2900-EXIT
004550             GO TO 2000-EXIT
004560         END-IF.
004570         PERFORM 2100-FIND-BUCKET THRU 2100-EXIT.
004580         PERFORM 2200-FIND-TYPE THRU 2200-EXIT.
004581         MOVE PO-CURRENCY TO PG-CUR-KEY.
004582         IF PG-CUR-KEY = SPACES
004583             MOVE PG-BASE-CURRENCY TO PG-CUR-KEY
004584         END-IF.
004585         PERFORM 1520-LOOKUP-CURRENCY THRU 1520-EXIT.
004590         IF PO-TERMOS-VALOR < ZERO
004600            ADD PO-TERMOS-VALOR TO
004610                PG-BK-OUTFLOW(PG-BK-SUB, PG-CT-SUB, PG-TYPE-SUB)
004620         ELSE
004630            ADD PO-TERMOS-VALOR TO
004640                PG-BK-INFLOW(PG-BK-SUB, PG-CT-SUB, PG-TYPE-SUB)
004650         END-IF.
004656         ADD 1 TO PG-BK-TERMS(PG-BK-SUB, PG-CT-SUB, PG-TYPE-SUB).
004662         ADD 1 TO PG-CT-LIVE-COUNT(PG-CT-SUB).
004670         ADD 1 TO PG-LIVE-COUNT.
004680         PERFORM 2900-READ-DETAIL THRU 2900-EXIT.
004690 2000-EXIT.
004700         EXIT.
004710*       A TERM WITH NO DUE DATE (WRITTEN BEFORE PO-DUE-DATE WAS
004720*       CARRIED) CANNOT BE PLACED IN A MONTH AND IS TREATED AS
004730*       ALREADY DUE.
004740 2100-FIND-BUCKET.
004750         IF PO-DUE-DATE = ZERO
004760             MOVE 1 TO PG-BK-SUB
004770             GO TO 2100-EXIT
004780         END-IF.
004790         MOVE PO-DUE-DATE TO PG-DUE-DATE.
004800         COMPUTE PG-DUE-INDEX =
004810             PG-DUE-YYYY * 12 + PG-DUE-MM - 1.
004820         IF PG-DUE-INDEX < PG-BASE-INDEX
004830             MOVE 1 TO PG-BK-SUB
004840             GO TO 2100-EXIT
004850         END-IF.
004860         COMPUTE PG-MONTH-OFFSET = PG-DUE-INDEX - PG-BASE-INDEX.
004870         IF PG-MONTH-OFFSET NOT < PG-HORIZON
004880             MOVE PG-LATER-SUB TO PG-BK-SUB
004890         ELSE
004900             COMPUTE PG-BK-SUB = PG-MONTH-OFFSET + 2
004910         END-IF.
004920 2100-EXIT.
004930         EXIT.
004940 2200-FIND-TYPE.
004950         MOVE 1 TO PG-TYPE-SUB.
004960         PERFORM 2210-CHECK-TYPE THRU 2210-EXIT
004970             VARYING PG-TP-SUB FROM 1 BY 1
004980             UNTIL PG-TP-SUB > PG-TYPE-MAX.
004990 2200-EXIT.
005000         EXIT.
005010 2210-CHECK-TYPE.
005020         IF PG-TYPE-CODE(PG-TP-SUB) = PO-PROG-TYPE
005030             MOVE PG-TP-SUB TO PG-TYPE-SUB
005040         END-IF.
005050 2210-EXIT.
005060         EXIT.
005070 2900-READ-DETAIL.
005080         READ PROGRESSION-OUTPUT-FILE
005090             AT END
005100                 SET PG-EOF-YES TO TRUE
005110         END-READ.
005120         IF PG-EOF-YES
005130             GO TO 2900-EXIT
005140         END-IF.
005150         IF PO-HEADER-RECORD
005160             GO TO 2900-READ-DETAIL
005170         END-IF.
005180         IF PO-TRAILER-RECORD
005190             SET PG-EOF-YES TO TRUE
005200         END-IF.
005210 2900-EXIT.
005220         EXIT.
005221*--------------------------------------------------------------*
005222* ONE CURRENCY: ITS BUCKETS ON PAGES OF THEIR OWN, THEN ITS    *
005223* TOTALS BY TYPE.  A CURRENCY WITH NO LIVE TERMS IS NEITHER    *
005224* PRINTED NOR WRITTEN -- ONLY ITS ZERO TRAILER APPEARS.        *
005225*--------------------------------------------------------------*
005226 2950-REPORT-CURRENCY.
005227         IF PG-CT-LIVE-COUNT(PG-CUR-SUB) = ZERO
005228             GO TO 2950-EXIT
005229         END-IF.
005230         MOVE PG-CUR-CODE(PG-CUR-SUB) TO GL-CURRENCY.
005231         MOVE PG-CUR-CODE(PG-CUR-SUB) TO FC-CURRENCY.
005232         INITIALIZE PG-GRAND-TABLE.
005233         INITIALIZE PG-ALL-TOTALS.
005234         MOVE PG-LINES-PER-PAGE TO PG-LINE-COUNT.
005235         PERFORM 3000-REPORT-BUCKET THRU 3000-EXIT
005236             VARYING PG-BK-SUB FROM 1 BY 1
005237             UNTIL PG-BK-SUB > PG-LATER-SUB.
005238         PERFORM 4000-PRINT-GRAND-TOTAL THRU 4000-EXIT.
005239 2950-EXIT.
005240         EXIT.
005241*--------------------------------------------------------------*
005242* ONE BUCKET: A FORECAST RECORD FOR EVERY TYPE (ZERO CELLS     *
005250* INCLUDED, SO TREASURY ALWAYS LOADS A FULL GRID), A PRINT     *
005260* LINE FOR EVERY TYPE THAT HAS TERMS, AND THE BUCKET TOTAL.    *
005270*--------------------------------------------------------------*
005280 3000-REPORT-BUCKET.
005290         MOVE SPACES TO PG-PERIOD-LABEL.
005300         IF PG-BK-ANTERIOR(PG-BK-SUB)
005310             MOVE 'ANTERIOR' TO PG-PERIOD-TEXT
005320         ELSE
005330         IF PG-BK-POSTERIOR(PG-BK-SUB)
005340             MOVE 'POSTERIOR' TO PG-PERIOD-TEXT
005350         ELSE
005360             MOVE PG-BK-YYYYMM(PG-BK-SUB) TO PG-MONTH-WORK-N
005370             MOVE PG-MONTH-WORK-YYYY TO PL-YYYY
005380             MOVE '/'                TO PL-SLASH
005390             MOVE PG-MONTH-WORK-MM   TO PL-MM
005400         END-IF
005410         END-IF.
005420         INITIALIZE PG-BUCKET-TOTALS.
005430         PERFORM 3100-REPORT-CELL THRU 3100-EXIT
005440             VARYING PG-TP-SUB FROM 1 BY 1
005450             UNTIL PG-TP-SUB > PG-TYPE-MAX.
005460         MOVE PG-PERIOD-TEXT  TO DT-PERIOD.
005470         MOVE 'TOTAL'         TO DT-PROG-TYPE.
005480         MOVE PG-BT-TERMS     TO DT-TERM-COUNT.
005490         MOVE PG-BT-INFLOW    TO DT-INFLOW.
005500         MOVE PG-BT-OUTFLOW   TO DT-OUTFLOW.
005510         COMPUTE PG-NET-AMOUNT = PG-BT-INFLOW + PG-BT-OUTFLOW.
005520         MOVE PG-NET-AMOUNT   TO DT-NET.
005530         MOVE PG-DETAIL-LINE  TO PG-PRINT-AREA.
005540         PERFORM 3700-PRINT-LINE THRU 3700-EXIT.
005550         MOVE SPACES          TO PG-PRINT-AREA.
005560         PERFORM 3700-PRINT-LINE THRU 3700-EXIT.
005570 3000-EXIT.
005580         EXIT.
005590 3100-REPORT-CELL.
005603         MOVE PG-BK-TYPE(PG-BK-SUB, PG-CUR-SUB, PG-TP-SUB)
005609             TO PG-CELL.
005616         COMPUTE PG-NET-AMOUNT = PG-CL-INFLOW + PG-CL-OUTFLOW.
005630         MOVE PG-BK-KIND(PG-BK-SUB)   TO FC-BUCKET-KIND.
005640         MOVE PG-BK-YYYYMM(PG-BK-SUB) TO FC-BUCKET-MONTH.
005650         MOVE PG-TYPE-CODE(PG-TP-SUB) TO FC-PROG-TYPE.
005660         MOVE PG-CL-TERMS             TO FC-TERM-COUNT.
005670         MOVE PG-CL-INFLOW            TO FC-INFLOW.
005680         MOVE PG-CL-OUTFLOW           TO FC-OUTFLOW.
005690         MOVE PG-NET-AMOUNT           TO FC-NET.
005700         WRITE FORECAST-OUTPUT-RECORD FROM PG-FC-DETAIL.
005710         ADD 1 TO PG-FILE-COUNT.
005722         ADD 1 TO PG-CT-FILE-COUNT(PG-CUR-SUB).
005734         ADD PG-NET-AMOUNT TO PG-CT-FILE-HASH(PG-CUR-SUB).
005746         ADD PG-CL-TERMS   TO PG-BT-TERMS.
005758         ADD PG-CL-INFLOW  TO PG-BT-INFLOW.
005770         ADD PG-CL-OUTFLOW TO PG-BT-OUTFLOW.
005782         ADD PG-CL-TERMS   TO PG-GR-TERMS(PG-TP-SUB).
005794         ADD PG-CL-INFLOW  TO PG-GR-INFLOW(PG-TP-SUB).
005806         ADD PG-CL-OUTFLOW TO PG-GR-OUTFLOW(PG-TP-SUB).
005818         IF PG-CL-TERMS = ZERO
005830             GO TO 3100-EXIT
005840         END-IF.
005850         MOVE PG-PERIOD-TEXT          TO DT-PERIOD.
005860         MOVE PG-TYPE-LABEL(PG-TP-SUB) TO DT-PROG-TYPE.
005870         MOVE PG-CL-TERMS             TO DT-TERM-COUNT.
005880         MOVE PG-CL-INFLOW            TO DT-INFLOW.
005890         MOVE PG-CL-OUTFLOW           TO DT-OUTFLOW.
005900         MOVE PG-NET-AMOUNT           TO DT-NET.
005910         MOVE PG-DETAIL-LINE          TO PG-PRINT-AREA.
005920         PERFORM 3700-PRINT-LINE THRU 3700-EXIT.
005930 3100-EXIT.
005940         EXIT.
005950*--------------------------------------------------------------*
005960* EVERY REPORT LINE GOES OUT THROUGH HERE SO PAGE OVERFLOW IS  *
005970* HANDLED IN ONE PLACE: A NEW PAGE REPEATS THE HEADINGS.       *
005980*--------------------------------------------------------------*
005990 3700-PRINT-LINE.
006000         IF PG-LINE-COUNT NOT < PG-LINES-PER-PAGE
006010             PERFORM 3800-PRINT-PAGE-HEADING THRU 3800-EXIT
006020         END-IF.
006030         MOVE SPACE         TO RP-CARRIAGE-CONTROL.
006040         MOVE PG-PRINT-AREA TO RP-PRINT-LINE.
006050         WRITE FORECAST-PRINT-RECORD.
006060         ADD 1 TO PG-LINE-COUNT.
006070 3700-EXIT.
006080         EXIT.
006090 3800-PRINT-PAGE-HEADING.
006100         ADD 1 TO PG-PAGE-COUNT.
006110         MOVE PG-PAGE-COUNT TO RH-PAGE-NUMBER.
006120         MOVE '1'               TO RP-CARRIAGE-CONTROL.
006130         MOVE PG-REPORT-HEADING TO RP-PRINT-LINE.
006140         WRITE FORECAST-PRINT-RECORD.
006150         MOVE SPACE              TO RP-CARRIAGE-CONTROL.
006160         MOVE PG-GENERATION-LINE TO RP-PRINT-LINE.
006170         WRITE FORECAST-PRINT-RECORD.
006180         MOVE SPACES TO RP-PRINT-LINE.
006190         WRITE FORECAST-PRINT-RECORD.
006200         MOVE PG-COLUMN-HEADING TO RP-PRINT-LINE.
006210         WRITE FORECAST-PRINT-RECORD.
006220         MOVE 4 TO PG-LINE-COUNT.
006230 3800-EXIT.
006240         EXIT.
006250*--------------------------------------------------------------*
006260* CLOSING PAGE OF A CURRENCY: ITS WHOLE FORECAST BY            *
006270* PROGRESSION TYPE AND ITS OVERALL TOTAL.                      *
006280*--------------------------------------------------------------*
006290 4000-PRINT-GRAND-TOTAL.
006300         PERFORM 3800-PRINT-PAGE-HEADING THRU 3800-EXIT.
006310         PERFORM 4100-PRINT-GRAND-TYPE THRU 4100-EXIT
006320             VARYING PG-TP-SUB FROM 1 BY 1
006330             UNTIL PG-TP-SUB > PG-TYPE-MAX.
006340         MOVE 'GERAL'         TO DT-PERIOD.
006350         MOVE 'TOTAL'         TO DT-PROG-TYPE.
006360         MOVE PG-AT-TERMS     TO DT-TERM-COUNT.
006370         MOVE PG-AT-INFLOW    TO DT-INFLOW.
006380         MOVE PG-AT-OUTFLOW   TO DT-OUTFLOW.
006390         COMPUTE PG-NET-AMOUNT = PG-AT-INFLOW + PG-AT-OUTFLOW.
006400         MOVE PG-NET-AMOUNT   TO DT-NET.
006410         MOVE PG-DETAIL-LINE  TO PG-PRINT-AREA.
006420         PERFORM 3700-PRINT-LINE THRU 3700-EXIT.
006430         MOVE SPACES          TO PG-PRINT-AREA.
006440         PERFORM 3700-PRINT-LINE THRU 3700-EXIT.
006490 4000-EXIT.
006500         EXIT.
006510 4100-PRINT-GRAND-TYPE.
006520         ADD PG-GR-TERMS(PG-TP-SUB)   TO PG-AT-TERMS.
006530         ADD PG-GR-INFLOW(PG-TP-SUB)  TO PG-AT-INFLOW.
006540         ADD PG-GR-OUTFLOW(PG-TP-SUB) TO PG-AT-OUTFLOW.
006550         COMPUTE PG-NET-AMOUNT =
006560             PG-GR-INFLOW(PG-TP-SUB) + PG-GR-OUTFLOW(PG-TP-SUB).
006570         MOVE 'GERAL'                  TO DT-PERIOD.
006580         MOVE PG-TYPE-LABEL(PG-TP-SUB) TO DT-PROG-TYPE.
006590         MOVE PG-GR-TERMS(PG-TP-SUB)   TO DT-TERM-COUNT.
006600         MOVE PG-GR-INFLOW(PG-TP-SUB)  TO DT-INFLOW.
006610         MOVE PG-GR-OUTFLOW(PG-TP-SUB) TO DT-OUTFLOW.
006620         MOVE PG-NET-AMOUNT            TO DT-NET.
006630         MOVE PG-DETAIL-LINE           TO PG-PRINT-AREA.
006640         PERFORM 3700-PRINT-LINE THRU 3700-EXIT.
006650 4100-EXIT.
006660         EXIT.
006662*--------------------------------------------------------------*
006664* LAST OF ALL, THE LIVE AND SUPERSEDED TERM COUNTS FOR THE RUN.*
006666*--------------------------------------------------------------*
006668 4500-PRINT-RUN-SUMMARY.
006670         MOVE PG-LIVE-COUNT   TO SL-LIVE-COUNT.
006672         MOVE PG-SKIP-COUNT   TO SL-SKIP-COUNT.
006674         MOVE PG-SUMMARY-LINE TO PG-PRINT-AREA.
006676         PERFORM 3700-PRINT-LINE THRU 3700-EXIT.
006678 4500-EXIT.
006680         EXIT.
006682*--------------------------------------------------------------*
006684* THE FORECAST FILE ENDS WITH ONE TRAILER PER PGCURTAB         *
006686* CURRENCY, IN TABLE ORDER, CARRYING THAT CURRENCY'S 'D' RECORD*
006688* AND TERM COUNTS AND THE HASH OF ITS NET AMOUNTS, WHICH MUST  *
006690* EQUAL THE SUM OF ITS LIVE TERMS -- TREASURY'S LOAD PROVES THE*
006692* FILE AGAINST THEM.                                           *
006710* A GENERATION WITH NO LIVE TERMS IS WARNED WITH RETURN CODE 4.*
006720*--------------------------------------------------------------*
006730 9000-TERMINATE.
006742         PERFORM 9100-WRITE-CURRENCY-TRAILER THRU 9100-EXIT
006754             VARYING PG-CUR-SUB FROM 1 BY 1
006766             UNTIL PG-CUR-SUB > PG-CUR-COUNT.
006780         CLOSE PROGRESSION-OUTPUT-FILE.
006790         CLOSE FORECAST-PRINT-FILE.
006800         CLOSE FORECAST-OUTPUT-FILE.
006810         MOVE PG-LIVE-COUNT TO PG-DISPLAY-COUNT.
006820         DISPLAY "PGFCST - TERMOS PREVISTOS:   " PG-DISPLAY-COUNT.
006830         MOVE PG-FILE-COUNT TO PG-DISPLAY-COUNT.
006840         DISPLAY "PGFCST - REGISTROS GRAVADOS: " PG-DISPLAY-COUNT.
006850         IF PG-LIVE-COUNT = ZERO
006860             DISPLAY "PGFCST - AVISO: NENHUM TERMO VIVO NA "
006870                 "GERACAO."
006880             MOVE 4 TO RETURN-CODE
006890         END-IF.
006900 9000-EXIT.
006910         EXIT.
006920 9100-WRITE-CURRENCY-TRAILER.
006930         MOVE PG-CUR-CODE(PG-CUR-SUB)       TO FT-CURRENCY.
006940         MOVE PG-CT-FILE-COUNT(PG-CUR-SUB)  TO FT-RECORD-COUNT.
006950         MOVE PG-CT-LIVE-COUNT(PG-CUR-SUB)  TO FT-TERM-COUNT.
006960         MOVE PG-CT-FILE-HASH(PG-CUR-SUB)   TO FT-HASH-TOTAL.
006970         WRITE FORECAST-OUTPUT-RECORD FROM PG-FC-TRAILER.
006980 9100-EXIT.
006990         EXIT.
