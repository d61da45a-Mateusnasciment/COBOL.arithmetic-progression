000010*----------------------------------------------------------------*
000020* PROGRAM:  PGPAYM
000030* PURPOSE:  MATCH THE PAYMENTS CASHIERING RECEIVED AGAINST THE
000040*           LIVE TERMS ON THE PERMANENT HISTORY FILE AND AGE
000050*           WHAT IS STILL OWED.  A SCHEDULE'S LIVE TERMS ARE
000060*           THOSE OF ITS LATEST ARCHIVED EXECUTION (HIGHEST
000070*           HS-RUN-DATE/HS-RUN-TIME), SUPERSEDED 'S' RECORDS
000080*           EXCLUDED; ONLY POSITIVE TERMS WITH A DUE DATE ARE
000090*           RECEIVABLE.  PAYMENTS ARE MATCHED BY HS-REQUEST-ID
000100*           AND HS-DUE-DATE -- SEVERAL PAYMENTS AGAINST ONE TERM
000110*           ARE ADDED TOGETHER -- AND EVERY TERM IS REPORTED AS
000120*           PAID IN FULL, SHORT-PAID OR OVERPAID; A PAYMENT
000130*           MATCHING NO TERM IS LISTED ON ITS OWN.  A TERM DUE
000140*           BEFORE THE AS-OF DATE AND NOT FULLY PAID IS IN
000150*           ARREARS: IT IS AGED 1-30, 31-60, 61-90 OR OVER 90
000160*           DAYS AND WRITTEN TO THE ARREARS WORKLIST (PGARRS, SEE
000162*           PGARRREC) FOR COLLECTIONS.  EVERY TOTAL IS KEPT
000164*           APART BY THE SCHEDULE'S CURRENCY (HS-CURRENCY, BLANK
000166*           = BASE CURRENCY, SEE PGCURTAB) -- AMOUNTS IN
000168*           DIFFERENT CURRENCIES ARE NEVER ADDED TOGETHER.  A
000170*           PAYMENT CARRIES NO CURRENCY OF ITS OWN: ONE MATCHING
000172*           NO TERM IS COUNTED BUT ITS AMOUNT IS ONLY LISTED.  A
000174*           LIVE TERM IN A CURRENCY NOT IN THE TABLE CANCELS THE
000176*           STEP, RETURN CODE 16.
000180*
000190*           THE HISTORY FILE IS IN RUN ORDER AND THE PAYMENTS IN
000200*           WHATEVER ORDER CASHIERING SENDS THEM, SO BOTH ARE
000210*           SORTED INTO REQUEST-ID / DUE-DATE ORDER HERE AND THEN
000220*           MATCHED BALANCE-LINE STYLE, AS PGRECON DOES.
000230*
000240*           PAYMENT RECORD (PGPAYIN, 80 BYTES):
000250*             COLS 01-08  REQUEST-ID
000260*             COLS 09-16  DUE DATE OF THE TERM PAID (YYYYMMDD)
000270*             COLS 17-27  AMOUNT PAID (S9(9)V99)
000280*             COLS 28-35  DATE PAID (YYYYMMDD)
000290*
000300*           PARAMETER CARD (PGPARM, OPTIONAL):
000310*             COLS 01-08  AS-OF DATE FOR AGING (YYYYMMDD).  AN
000320*                         ABSENT, BLANK OR ZERO CARD MEANS THE
000330*                         RUN DATE.
000340*----------------------------------------------------------------*
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.     PGPAYM.
000370 AUTHOR.         J HAWTHORNE.
000380 INSTALLATION.   DATA PROCESSING CENTER.
000390 DATE-WRITTEN.   15/10/2026.
000400 DATE-COMPILED.
000410*------------------------------------------------------------*
000420* MODIFICATION HISTORY
000430*   DATE       INIT  DESCRIPTION
000440*   15/10/2026 JH    ORIGINAL PAYMENTS MATCHING AND ARREARS
000450*                    AGING.
000451*   15/10/2026 JH    MULTI-CURRENCY: MATCH OUTCOMES AND AGING
000452*                    BUCKETS TOTALLED PER PGCURTAB CURRENCY, ONE
000453*                    BLOCK PER CURRENCY ON THE CLOSING PAGE; THE
000454*                    DETAIL LINE SHOWS THE CURRENCY AND THE
000455*                    ARREARS RECORD CARRIES IT IN AR-CURRENCY.
000460*------------------------------------------------------------*
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500         SELECT OPTIONAL PAYMENT-PARM-FILE ASSIGN TO PGPARM
000510             ORGANIZATION IS SEQUENTIAL
000520             FILE STATUS IS PG-PARM-FS.
000530         SELECT PAYMENT-INPUT-FILE ASSIGN TO PGPAYIN
000540             ORGANIZATION IS SEQUENTIAL.
000550         SELECT PAYMENT-WORK-FILE ASSIGN TO PGPAYWK
000560             ORGANIZATION IS SEQUENTIAL.
000570         SELECT PAYMENT-SORT-FILE ASSIGN TO SORTWK01.
000580         SELECT PROGRESSION-HISTORY-FILE ASSIGN TO PGHIST
000590             ORGANIZATION IS SEQUENTIAL.
000600         SELECT HISTORY-SORT-FILE ASSIGN TO SORTWK02.
000610         SELECT PAYMENT-PRINT-FILE ASSIGN TO PGPPRT
000620             ORGANIZATION IS SEQUENTIAL.
000630         SELECT ARREARS-FILE ASSIGN TO PGARRS
000640             ORGANIZATION IS SEQUENTIAL.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  PAYMENT-PARM-FILE
000680         RECORDING MODE IS F.
000690 01  PAYMENT-PARM-RECORD.
000700         05  PA-AS-OF-X               PIC X(08).
000710         05  PA-AS-OF-DATE REDEFINES PA-AS-OF-X
000720                                      PIC 9(08).
000730         05  FILLER                   PIC X(72).
000740 FD  PAYMENT-INPUT-FILE
000750         RECORDING MODE IS F.
000760 01  PAYMENT-INPUT-RECORD             PIC X(80).
000770 FD  PAYMENT-WORK-FILE
000780         RECORDING MODE IS F.
000790 01  PAYMENT-WORK-RECORD.
000800         05  PY-REQUEST-ID            PIC X(08).
000810         05  PY-DUE-DATE              PIC 9(08).
000820         05  PY-AMOUNT-PAID           PIC S9(9)V99.
000830         05  PY-PAID-DATE             PIC 9(08).
000840         05  FILLER                   PIC X(45).
000850*   CHARACTER VIEW OF THE DATES, FOR LISTING A RECORD THAT
000860*   FAILED VALIDATION EXACTLY AS CASHIERING SENT IT.
000870 01  PAYMENT-WORK-TEXT.
000880         05  FILLER                   PIC X(08).
000890         05  PY-DUE-DATE-X            PIC X(08).
000900         05  FILLER                   PIC X(11).
000910         05  PY-PAID-DATE-X           PIC X(08).
000920         05  FILLER                   PIC X(45).
000930 SD  PAYMENT-SORT-FILE.
000940 01  PAYMENT-SORT-RECORD.
000950         05  SP-REQUEST-ID            PIC X(08).
000960         05  SP-DUE-DATE              PIC X(08).
000970         05  FILLER                   PIC X(64).
000980 FD  PROGRESSION-HISTORY-FILE
000990         RECORDING MODE IS F.
001000     COPY PGHISREC.
001010*   ONLY WHAT THE MATCH NEEDS IS CARRIED THROUGH THE SORT.  THE
001020*   RUN DATE AND TIME SORT DESCENDING SO EACH SCHEDULE'S LATEST
001030*   EXECUTION COMES FIRST, ITS TERMS IN DUE-DATE ORDER.
001040 SD  HISTORY-SORT-FILE.
001050 01  HISTORY-SORT-RECORD.
001060         05  SH-REQUEST-ID            PIC X(08).
001070         05  SH-RUN-DATE              PIC 9(08).
001080         05  SH-RUN-TIME              PIC 9(04).
001090         05  SH-DUE-DATE              PIC 9(08).
001100         05  SH-CONTADOR              PIC 9(5).
001110         05  SH-TERMOS-VALOR          PIC S9(9)V99.
001120         05  SH-PROG-TYPE             PIC X(01).
001125         05  SH-CURRENCY              PIC X(03).
001130 FD  PAYMENT-PRINT-FILE
001140         RECORDING MODE IS F.
001150 01  PAYMENT-PRINT-RECORD.
001160         05  RP-CARRIAGE-CONTROL      PIC X(01).
001170         05  RP-PRINT-LINE            PIC X(132).
001180 FD  ARREARS-FILE
001190         RECORDING MODE IS F.
001200     COPY PGARRREC.
001210 WORKING-STORAGE SECTION.
001220 77  PG-EOF-SWITCH                PIC X(01)   VALUE 'N'.
001230         88  PG-EOF-YES                           VALUE 'Y'.
001240         88  PG-EOF-NO                            VALUE 'N'.
001250 77  PG-PARM-EOF-SWITCH           PIC X(01)   VALUE 'N'.
001260         88  PG-PARM-EOF-YES                      VALUE 'Y'.
001270         88  PG-PARM-EOF-NO                       VALUE 'N'.
001280 77  PG-PAY-EOF-SWITCH            PIC X(01)   VALUE 'N'.
001290         88  PG-PAY-EOF-YES                       VALUE 'Y'.
001300         88  PG-PAY-EOF-NO                        VALUE 'N'.
001310 77  PG-SORT-EOF-SWITCH           PIC X(01)   VALUE 'N'.
001320         88  PG-SORT-EOF-YES                      VALUE 'Y'.
001330         88  PG-SORT-EOF-NO                       VALUE 'N'.
001340 77  PG-LEAP-SWITCH               PIC X(01)   VALUE 'N'.
001350         88  PG-LEAP-YEAR                         VALUE 'Y'.
001360         88  PG-NOT-LEAP-YEAR                     VALUE 'N'.
001370 77  PG-PARM-FS                   PIC X(02)   VALUE '00'.
001380 77  PG-PAGE-COUNT                PIC 9(04)   COMP VALUE 0.
001390 77  PG-LINE-COUNT                PIC 9(02)   COMP VALUE 99.
001400 77  PG-LINES-PER-PAGE            PIC 9(02)   COMP VALUE 55.
001410 77  PG-HIST-READ-COUNT           PIC 9(08)   COMP VALUE 0.
001420 77  PG-HIST-SORT-COUNT           PIC 9(08)   COMP VALUE 0.
001430 77  PG-SCHED-COUNT               PIC 9(08)   COMP VALUE 0.
001440 77  PG-TERM-COUNT                PIC 9(08)   COMP VALUE 0.
001450 77  PG-NONRECV-COUNT             PIC 9(08)   COMP VALUE 0.
001460 77  PG-PAY-READ-COUNT            PIC 9(08)   COMP VALUE 0.
001470 77  PG-PAY-MATCH-COUNT           PIC 9(08)   COMP VALUE 0.
001510 77  PG-UNMATCHED-COUNT           PIC 9(08)   COMP VALUE 0.
001520 77  PG-INVALID-COUNT             PIC 9(08)   COMP VALUE 0.
001540 77  PG-ARREARS-COUNT             PIC 9(08)   COMP VALUE 0.
001550 77  PG-AGE-SUB                   PIC 9(02)   COMP VALUE 0.
001580 77  PG-CT-SUB                    PIC 9(02)   COMP VALUE 0.
001610 01  PG-PAID-TOTAL                PIC S9(11)V99 COMP-3 VALUE 0.
001620 01  PG-DIFFERENCE                PIC S9(11)V99 COMP-3 VALUE 0.
001630 01  PG-OUTSTANDING               PIC S9(11)V99 COMP-3 VALUE 0.
001640 01  PG-LAST-PAID-DATE            PIC 9(08)   VALUE ZERO.
001650 01  PG-RUN-DATE                  PIC 9(08)   VALUE ZERO.
001660 01  PG-AS-OF-DATE                PIC 9(08)   VALUE ZERO.
001670 01  PG-AS-OF-DAYS                PIC S9(09)  COMP VALUE 0.
001680 01  PG-DAYS-OVERDUE              PIC S9(09)  COMP VALUE 0.
001690 01  PG-STATUS-TEXT               PIC X(16)   VALUE SPACES.
001700 01  PG-AGING-TEXT                PIC X(05)   VALUE SPACES.
001710 01  PG-DISPLAY-COUNT             PIC Z(7)9.
001720*   BALANCE-LINE KEYS: REQUEST-ID PLUS DUE DATE ON BOTH SIDES,
001730*   HIGH-VALUES ONCE A SIDE IS EXHAUSTED.
001740 01  PG-TERM-KEY.
001750         05  PG-TK-REQUEST-ID         PIC X(08).
001760         05  PG-TK-DUE-DATE           PIC X(08).
001770 01  PG-PAY-KEY.
001780         05  PG-PK-REQUEST-ID         PIC X(08).
001790         05  PG-PK-DUE-DATE           PIC X(08).
001800*   THE EXECUTION WHOSE TERMS ARE LIVE FOR THE CURRENT SCHEDULE.
001810 01  PG-LATEST-REQUEST-ID         PIC X(08)   VALUE LOW-VALUES.
001820 01  PG-LATEST-RUN-DATE           PIC 9(08)   VALUE ZERO.
001830 01  PG-LATEST-RUN-TIME           PIC 9(04)   VALUE ZERO.
001840*   DAY NUMBERS FOR AGING: DAYS ELAPSED SINCE 01/01/0001, SO
001850*   DAYS OVERDUE IS PLAIN SUBTRACTION ACROSS MONTH AND YEAR ENDS.
001860 01  PG-DN-DATE.
001870         05  PG-DN-YYYY               PIC 9(04).
001880         05  PG-DN-MM                 PIC 9(02).
001890         05  PG-DN-DD                 PIC 9(02).
001900 01  PG-DN-DATE-N REDEFINES PG-DN-DATE
001910                                      PIC 9(08).
001920 01  PG-DN-DAYS                   PIC S9(09)  COMP VALUE 0.
001930 01  PG-DN-YEARS                  PIC 9(04)   COMP VALUE 0.
001940 01  PG-DN-LEAP-DAYS              PIC 9(04)   COMP VALUE 0.
001950 01  PG-DN-CENTURIES              PIC 9(04)   COMP VALUE 0.
001960 01  PG-DN-QUAD-CENTURIES         PIC 9(04)   COMP VALUE 0.
001970 01  PG-LEAP-QUOTIENT             PIC 9(04)   COMP VALUE ZERO.
001980 01  PG-LEAP-REMAINDER            PIC 9(04)   COMP VALUE ZERO.
001990 01  PG-CUM-DAYS-VALUES           PIC X(36)
002000         VALUE '000031059090120151181212243273304334'.
002010 01  PG-CUM-DAYS-TABLE REDEFINES PG-CUM-DAYS-VALUES.
002020         05  PG-CUM-DAYS              PIC 9(03)   OCCURS 12 TIMES.
002030*   ONE ENTRY PER AGING BUCKET, IN AR-AGING-BUCKET ORDER.
002040 01  PG-AGE-LABEL-VALUES          PIC X(20)
002050         VALUE '1-30 31-6061-9090+  '.
002060 01  PG-AGE-LABEL-TABLE REDEFINES PG-AGE-LABEL-VALUES.
002070         05  PG-AGE-LABEL             PIC X(05)   OCCURS 4 TIMES.
002080 01  PG-AGE-TITLES.
002090         05  FILLER                   PIC X(40)
002100             VALUE 'EM ATRASO DE 1 A 30 DIAS'.
002110         05  FILLER                   PIC X(40)
002120             VALUE 'EM ATRASO DE 31 A 60 DIAS'.
002130         05  FILLER                   PIC X(40)
002140             VALUE 'EM ATRASO DE 61 A 90 DIAS'.
002150         05  FILLER                   PIC X(40)
002160             VALUE 'EM ATRASO HA MAIS DE 90 DIAS'.
002170 01  PG-AGE-TITLE-TABLE REDEFINES PG-AGE-TITLES.
002180         05  PG-AGE-TITLE             PIC X(40)   OCCURS 4 TIMES.
002182     COPY PGCURTAB.
002184*   MATCH OUTCOMES AND AGING BUCKETS, ONE ENTRY PER PGCURTAB
002186*   CURRENCY (SAME SUBSCRIPT).
002188 01  PG-CURRENCY-TOTALS.
002190         05  PG-CT-ENTRY OCCURS 3 TIMES.
002192             10  PG-CT-TERM-COUNT         PIC 9(08)   COMP.
002194             10  PG-CT-FULL-COUNT         PIC 9(08)   COMP.
002196             10  PG-CT-FULL-AMOUNT        PIC S9(13)V99 COMP-3.
002198             10  PG-CT-SHORT-COUNT        PIC 9(08)   COMP.
002200             10  PG-CT-SHORT-AMOUNT       PIC S9(13)V99 COMP-3.
002202             10  PG-CT-OVER-COUNT         PIC 9(08)   COMP.
002204             10  PG-CT-OVER-AMOUNT        PIC S9(13)V99 COMP-3.
002206             10  PG-CT-NOT-DUE-COUNT      PIC 9(08)   COMP.
002208             10  PG-CT-ARREARS-COUNT      PIC 9(08)   COMP.
002210             10  PG-CT-ARREARS-AMOUNT     PIC S9(13)V99 COMP-3.
002212             10  PG-CT-AGE-ENTRY OCCURS 4 TIMES.
002214                 15  PG-CT-AGE-COUNT      PIC 9(08)   COMP.
002216                 15  PG-CT-AGE-AMOUNT     PIC S9(13)V99 COMP-3.
002220             10  PG-AGE-AMOUNT            PIC S9(13)V99 COMP-3.
002230 01  PG-PRINT-AREA                PIC X(132)  VALUE SPACES.
002240 01  PG-REPORT-HEADING.
002250         05  FILLER                   PIC X(24)
002260             VALUE 'PGPAYM - CONCILIACAO DE '.
002270         05  FILLER                   PIC X(21)
002280             VALUE 'PAGAMENTOS E ATRASOS '.
002290         05  FILLER                   PIC X(55)  VALUE SPACES.
002300         05  FILLER                   PIC X(06)  VALUE 'DATA: '.
002310         05  RH-RUN-DATE              PIC 9(08).
002320         05  FILLER                   PIC X(02)  VALUE SPACES.
002330         05  FILLER                   PIC X(08)
002340             VALUE 'PAGINA: '.
002350         05  RH-PAGE-NUMBER           PIC ZZZ9.
002360         05  FILLER                   PIC X(04)  VALUE SPACES.
002370 01  PG-AS-OF-LINE.
002380         05  FILLER                   PIC X(22)
002390             VALUE 'POSICAO PARA ATRASO: '.
002400         05  AL-AS-OF-DATE            PIC 9(08).
002410         05  FILLER                   PIC X(102) VALUE SPACES.
002420 01  PG-COLUMN-HEADING.
002430         05  FILLER                   PIC X(10)  VALUE 'REQUEST'.
002440         05  FILLER                   PIC X(10)  VALUE 'VENCTO'.
002450         05  FILLER                   PIC X(07)  VALUE 'TERMO'.
002460         05  FILLER                   PIC X(03)  VALUE 'T'.
002470         05  FILLER                   PIC X(15)
002480             VALUE '        VALOR  '.
002490         05  FILLER                   PIC X(15)
002500             VALUE '         PAGO  '.
002510         05  FILLER                   PIC X(15)
002520             VALUE '    DIFERENCA  '.
002530         05  FILLER                   PIC X(10)  VALUE 'ULT.PGTO'.
002540         05  FILLER                   PIC X(18)  VALUE 'SITUACAO'.
002550         05  FILLER                   PIC X(07)  VALUE ' DIAS'.
002557         05  FILLER                   PIC X(07)  VALUE 'FAIXA'.
002564         05  FILLER                   PIC X(05)  VALUE 'MOEDA'.
002571         05  FILLER                   PIC X(10)  VALUE SPACES.
002580 01  PG-DETAIL-LINE.
002590         05  DT-REQUEST-ID            PIC X(08).
002600         05  FILLER                   PIC X(02)  VALUE SPACES.
002610         05  DT-DUE-DATE              PIC X(08).
002620         05  FILLER                   PIC X(02)  VALUE SPACES.
002630         05  DT-CONTADOR              PIC Z(05).
002640         05  FILLER                   PIC X(02)  VALUE SPACES.
002650         05  DT-PROG-TYPE             PIC X(01).
002660         05  FILLER                   PIC X(02)  VALUE SPACES.
002670         05  DT-TERMO-VALOR           PIC -9(9).99.
002680         05  FILLER                   PIC X(02)  VALUE SPACES.
002690         05  DT-AMOUNT-PAID           PIC -9(9).99.
002700         05  FILLER                   PIC X(02)  VALUE SPACES.
002710         05  DT-DIFFERENCE            PIC -9(9).99.
002720         05  FILLER                   PIC X(02)  VALUE SPACES.
002730         05  DT-PAID-DATE             PIC X(08).
002740         05  FILLER                   PIC X(02)  VALUE SPACES.
002750         05  DT-STATUS                PIC X(16).
002760         05  FILLER                   PIC X(02)  VALUE SPACES.
002770         05  DT-DAYS-OVERDUE          PIC Z(05).
002780         05  FILLER                   PIC X(02)  VALUE SPACES.
002786         05  DT-AGING                 PIC X(05).
002792         05  FILLER                   PIC X(02)  VALUE SPACES.
002798         05  DT-CURRENCY              PIC X(03).
002804         05  FILLER                   PIC X(12)  VALUE SPACES.
002810 01  PG-SUMMARY-LINE.
002820         05  SM-LABEL                 PIC X(40).
002830         05  SM-COUNT                 PIC Z(7)9.
002840         05  FILLER                   PIC X(02)  VALUE SPACES.
002841         05  SM-AMOUNT                PIC -9(11).99.
002842         05  SM-AMOUNT-TEXT REDEFINES SM-AMOUNT
002850                                      PIC X(15).
002860         05  FILLER                   PIC X(67)  VALUE SPACES.
002861 01  PG-CURRENCY-TITLE-LINE.
002862         05  FILLER                   PIC X(16)
002863             VALUE 'TOTAIS NA MOEDA '.
002864         05  CU-CURRENCY              PIC X(03).
002865         05  FILLER                   PIC X(03)  VALUE ' - '.
002866         05  CU-CURRENCY-NAME         PIC X(12).
002867         05  FILLER                   PIC X(98)  VALUE SPACES.
002870 PROCEDURE DIVISION.
002880 0000-MAINLINE.
002890         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002900         SORT PAYMENT-SORT-FILE
002910             ON ASCENDING KEY SP-REQUEST-ID SP-DUE-DATE
002920             USING PAYMENT-INPUT-FILE
002930             GIVING PAYMENT-WORK-FILE.
002940         IF SORT-RETURN NOT = ZERO
002950             DISPLAY "PGPAYIN - ERRO NA CLASSIFICACAO DOS "
002960                 "PAGAMENTOS, EXECUCAO CANCELADA."
002970             MOVE 16 TO RETURN-CODE
002980             STOP RUN
002990         END-IF.
003000         SORT HISTORY-SORT-FILE
003010             ON ASCENDING KEY SH-REQUEST-ID
003020             ON DESCENDING KEY SH-RUN-DATE SH-RUN-TIME
003030             ON ASCENDING KEY SH-DUE-DATE
003040             INPUT PROCEDURE IS 2000-SELECT-HISTORY
003050                 THRU 2000-EXIT
003060             OUTPUT PROCEDURE IS 3000-MATCH-TERMS
003070                 THRU 3000-EXIT.
003080         IF SORT-RETURN NOT = ZERO
003090             DISPLAY "PGHIST - ERRO NA CLASSIFICACAO DO "
003100                 "HISTORICO, EXECUCAO CANCELADA."
003110             MOVE 16 TO RETURN-CODE
003120             STOP RUN
003130         END-IF.
003140         PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
003150         PERFORM 9000-TERMINATE THRU 9000-EXIT.
003160         STOP RUN.
003170 1000-INITIALIZE.
003180         ACCEPT PG-RUN-DATE FROM DATE YYYYMMDD.
003190         MOVE PG-RUN-DATE TO RH-RUN-DATE.
003200         MOVE PG-RUN-DATE TO PG-AS-OF-DATE.
003210         PERFORM 1100-READ-PARM THRU 1100-EXIT.
003220         MOVE PG-AS-OF-DATE TO AL-AS-OF-DATE.
003230         MOVE PG-AS-OF-DATE TO PG-DN-DATE-N.
003240         PERFORM 6000-DAY-NUMBER THRU 6000-EXIT.
003250         MOVE PG-DN-DAYS TO PG-AS-OF-DAYS.
003260         INITIALIZE PG-CURRENCY-TOTALS.
003270         OPEN OUTPUT PAYMENT-PRINT-FILE.
003280         OPEN OUTPUT ARREARS-FILE.
003290 1000-EXIT.
003300         EXIT.
003310*--------------------------------------------------------------*
003320* THE AS-OF CARD IS OPTIONAL: ABSENT, BLANK OR ZERO MEANS THE  *
003330* RUN DATE.  A CARD THAT IS PRESENT BUT NOT A PLAUSIBLE DATE   *
003340* CANCELS THE STEP WITH RETURN CODE 16 RATHER THAN AGE THE     *
003350* ARREARS AGAINST A GUESS.                                     *
003360*--------------------------------------------------------------*
003370 1100-READ-PARM.
003380         OPEN INPUT PAYMENT-PARM-FILE.
003390*       FS 00 = FILE PRESENT, FS 05 = OPTIONAL FILE NOT PRESENT --
003400*       BOTH ARE A SUCCESSFUL OPEN AND MUST BE CLOSED BELOW.
003410         IF PG-PARM-FS NOT = '00' AND PG-PARM-FS NOT = '05'
003420             GO TO 1100-EXIT
003430         END-IF.
003440         READ PAYMENT-PARM-FILE
003450             AT END
003460                 SET PG-PARM-EOF-YES TO TRUE
003470         END-READ.
003480         IF PG-PARM-EOF-YES OR PA-AS-OF-X = SPACES
003490             CLOSE PAYMENT-PARM-FILE
003500             GO TO 1100-EXIT
003510         END-IF.
003520         IF PA-AS-OF-DATE IS NOT NUMERIC
003530             DISPLAY "PGPARM - ERRO: DATA DE POSICAO INVALIDA: "
003540                 PA-AS-OF-X
003550             MOVE 16 TO RETURN-CODE
003560             CLOSE PAYMENT-PARM-FILE
003570             STOP RUN
003580         END-IF.
003590         IF PA-AS-OF-DATE NOT = ZERO
003600             MOVE PA-AS-OF-DATE TO PG-DN-DATE-N
003610             IF PG-DN-MM < 01 OR PG-DN-MM > 12
003620                 OR PG-DN-DD < 01 OR PG-DN-DD > 31
003630                 DISPLAY "PGPARM - ERRO: DATA DE POSICAO "
003640                     "INVALIDA: " PA-AS-OF-X
003650                 MOVE 16 TO RETURN-CODE
003660                 CLOSE PAYMENT-PARM-FILE
003670                 STOP RUN
003680             END-IF
003690             MOVE PA-AS-OF-DATE TO PG-AS-OF-DATE
003700         END-IF.
003710         CLOSE PAYMENT-PARM-FILE.
003720 1100-EXIT.
003730         EXIT.
003740*--------------------------------------------------------------*
003750* SORT INPUT: EVERY HISTORY RECORD EXCEPT THOSE A CORRECTION   *
003760* RUN MARKED SUPERSEDED.  WHICH EXECUTION IS LATEST IS DECIDED *
003770* ON THE WAY OUT OF THE SORT, NOT HERE.                        *
003780*--------------------------------------------------------------*
003790 2000-SELECT-HISTORY.
003800         OPEN INPUT PROGRESSION-HISTORY-FILE.
003810         PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
003820         PERFORM 2100-RELEASE-TERM THRU 2100-EXIT
003830             UNTIL PG-EOF-YES.
003840         CLOSE PROGRESSION-HISTORY-FILE.
003850 2000-EXIT.
003860         EXIT.
003870 2100-RELEASE-TERM.
003880         IF HS-TERM-SUPERSEDED
003890             PERFORM 2900-READ-HISTORY THRU 2900-EXIT
003900             GO TO 2100-EXIT
003910         END-IF.
003920         MOVE HS-REQUEST-ID    TO SH-REQUEST-ID.
003930         MOVE HS-RUN-DATE      TO SH-RUN-DATE.
003940         MOVE HS-RUN-TIME      TO SH-RUN-TIME.
003950         MOVE HS-DUE-DATE      TO SH-DUE-DATE.
003960         MOVE HS-CONTADOR      TO SH-CONTADOR.
003970         MOVE HS-TERMOS-VALOR  TO SH-TERMOS-VALOR.
003980         MOVE HS-PROG-TYPE     TO SH-PROG-TYPE.
003985         MOVE HS-CURRENCY      TO SH-CURRENCY.
003990         RELEASE HISTORY-SORT-RECORD.
004000         ADD 1 TO PG-HIST-SORT-COUNT.
004010         PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
004020 2100-EXIT.
004030         EXIT.
004040 2900-READ-HISTORY.
004050         READ PROGRESSION-HISTORY-FILE
004060             AT END
004070                 SET PG-EOF-YES TO TRUE
004080         END-READ.
004090         IF PG-EOF-NO
004100             ADD 1 TO PG-HIST-READ-COUNT
004110         END-IF.
004120 2900-EXIT.
004130         EXIT.
004140*--------------------------------------------------------------*
004150* SORT OUTPUT: THE LIVE TERMS AND THE SORTED PAYMENTS ARE      *
004160* MATCHED BALANCE-LINE STYLE ON REQUEST-ID PLUS DUE DATE.      *
004170*--------------------------------------------------------------*
004180 3000-MATCH-TERMS.
004190         OPEN INPUT PAYMENT-WORK-FILE.
004200         PERFORM 3950-READ-PAYMENT THRU 3950-EXIT.
004210         PERFORM 3900-RETURN-TERM THRU 3900-EXIT.
004220         PERFORM 3100-MATCH-NEXT THRU 3100-EXIT
004230             UNTIL PG-TERM-KEY = HIGH-VALUES
004240             AND PG-PAY-KEY = HIGH-VALUES.
004250         CLOSE PAYMENT-WORK-FILE.
004260 3000-EXIT.
004270         EXIT.
004280 3100-MATCH-NEXT.
004290         IF PG-TERM-KEY < PG-PAY-KEY
004300             PERFORM 3200-UNPAID-TERM THRU 3200-EXIT
004310             PERFORM 3900-RETURN-TERM THRU 3900-EXIT
004320             GO TO 3100-EXIT
004330         END-IF.
004340         IF PG-TERM-KEY > PG-PAY-KEY
004350             PERFORM 3300-UNMATCHED-PAYMENT THRU 3300-EXIT
004360             PERFORM 3950-READ-PAYMENT THRU 3950-EXIT
004370             GO TO 3100-EXIT
004380         END-IF.
004390         MOVE ZERO TO PG-PAID-TOTAL.
004400         MOVE ZERO TO PG-LAST-PAID-DATE.
004410         PERFORM 3400-GATHER-PAYMENT THRU 3400-EXIT
004420             UNTIL PG-PAY-KEY NOT = PG-TERM-KEY.
004430         PERFORM 3500-PAID-TERM THRU 3500-EXIT.
004440         PERFORM 3900-RETURN-TERM THRU 3900-EXIT.
004450 3100-EXIT.
004460         EXIT.
004470*       NO PAYMENT AT ALL: A TERM NOT YET DUE IS ONLY COUNTED;
004480*       ONE ALREADY PAST ITS DUE DATE IS IN ARREARS IN FULL.
004490 3200-UNPAID-TERM.
004500         MOVE ZERO TO PG-PAID-TOTAL.
004510         MOVE ZERO TO PG-LAST-PAID-DATE.
004520         IF SH-DUE-DATE NOT < PG-AS-OF-DATE
004530             ADD 1 TO PG-CT-NOT-DUE-COUNT(PG-CT-SUB)
004540             GO TO 3200-EXIT
004550         END-IF.
004560         COMPUTE PG-DIFFERENCE = ZERO - SH-TERMOS-VALOR.
004570         PERFORM 3600-AGE-TERM THRU 3600-EXIT.
004580         MOVE 'EM ATRASO' TO PG-STATUS-TEXT.
004590         PERFORM 5000-PRINT-TERM-LINE THRU 5000-EXIT.
004600 3200-EXIT.
004610         EXIT.
004620 3300-UNMATCHED-PAYMENT.
004630         ADD 1 TO PG-UNMATCHED-COUNT.
004650         MOVE 'PAGTO SEM TERMO' TO PG-STATUS-TEXT.
004660         PERFORM 5100-PRINT-PAYMENT-LINE THRU 5100-EXIT.
004670 3300-EXIT.
004680         EXIT.
004690 3400-GATHER-PAYMENT.
004700         ADD PY-AMOUNT-PAID TO PG-PAID-TOTAL.
004710         IF PY-PAID-DATE > PG-LAST-PAID-DATE
004720             MOVE PY-PAID-DATE TO PG-LAST-PAID-DATE
004730         END-IF.
004740         ADD 1 TO PG-PAY-MATCH-COUNT.
004750         PERFORM 3950-READ-PAYMENT THRU 3950-EXIT.
004760 3400-EXIT.
004770         EXIT.
004780*       PAID IN FULL, OVERPAID, OR SHORT -- A SHORT-PAID TERM
004790*       PAST ITS DUE DATE IS ALSO IN ARREARS FOR THE BALANCE.
004800 3500-PAID-TERM.
004810         COMPUTE PG-DIFFERENCE = PG-PAID-TOTAL - SH-TERMOS-VALOR.
004820         MOVE ZERO   TO PG-DAYS-OVERDUE.
004830         MOVE SPACES TO PG-AGING-TEXT.
004840         IF PG-DIFFERENCE = ZERO
004850             ADD 1 TO PG-CT-FULL-COUNT(PG-CT-SUB)
004860             ADD PG-PAID-TOTAL TO PG-CT-FULL-AMOUNT(PG-CT-SUB)
004870             MOVE 'PAGO INTEGRAL' TO PG-STATUS-TEXT
004880             PERFORM 5000-PRINT-TERM-LINE THRU 5000-EXIT
004890             GO TO 3500-EXIT
004900         END-IF.
004910         IF PG-DIFFERENCE > ZERO
004920             ADD 1 TO PG-CT-OVER-COUNT(PG-CT-SUB)
004930             ADD PG-DIFFERENCE TO PG-CT-OVER-AMOUNT(PG-CT-SUB)
004940             MOVE 'PAGO A MAIOR' TO PG-STATUS-TEXT
004950             PERFORM 5000-PRINT-TERM-LINE THRU 5000-EXIT
004960             GO TO 3500-EXIT
004970         END-IF.
004977         ADD 1 TO PG-CT-SHORT-COUNT(PG-CT-SUB).
004984         SUBTRACT PG-DIFFERENCE
004991             FROM PG-CT-SHORT-AMOUNT(PG-CT-SUB).
005000         MOVE 'PAGO A MENOR' TO PG-STATUS-TEXT.
005010         IF SH-DUE-DATE < PG-AS-OF-DATE
005020             PERFORM 3600-AGE-TERM THRU 3600-EXIT
005030         END-IF.
005040         PERFORM 5000-PRINT-TERM-LINE THRU 5000-EXIT.
005050 3500-EXIT.
005060         EXIT.
005070 3600-AGE-TERM.
005080         COMPUTE PG-OUTSTANDING = SH-TERMOS-VALOR - PG-PAID-TOTAL.
005090         MOVE SH-DUE-DATE TO PG-DN-DATE-N.
005100         PERFORM 6000-DAY-NUMBER THRU 6000-EXIT.
005110         COMPUTE PG-DAYS-OVERDUE = PG-AS-OF-DAYS - PG-DN-DAYS.
005120         IF PG-DAYS-OVERDUE > 90
005130             MOVE 4 TO PG-AGE-SUB
005140         ELSE
005150         IF PG-DAYS-OVERDUE > 60
005160             MOVE 3 TO PG-AGE-SUB
005170         ELSE
005180         IF PG-DAYS-OVERDUE > 30
005190             MOVE 2 TO PG-AGE-SUB
005200         ELSE
005210             MOVE 1 TO PG-AGE-SUB
005220         END-IF
005230         END-IF
005240         END-IF.
005250         MOVE PG-AGE-LABEL(PG-AGE-SUB) TO PG-AGING-TEXT.
005257         ADD 1 TO PG-CT-AGE-COUNT(PG-CT-SUB, PG-AGE-SUB).
005264         ADD PG-OUTSTANDING
005271             TO PG-CT-AGE-AMOUNT(PG-CT-SUB, PG-AGE-SUB).
005280         ADD 1 TO PG-ARREARS-COUNT.
005286         ADD 1 TO PG-CT-ARREARS-COUNT(PG-CT-SUB).
005292         ADD PG-OUTSTANDING TO PG-CT-ARREARS-AMOUNT(PG-CT-SUB).
005300         MOVE SPACES             TO ARREARS-RECORD.
005310         MOVE SH-REQUEST-ID      TO AR-REQUEST-ID.
005320         MOVE SH-DUE-DATE        TO AR-DUE-DATE.
005330         MOVE SH-CONTADOR        TO AR-CONTADOR.
005340         MOVE SH-PROG-TYPE       TO AR-PROG-TYPE.
005350         MOVE SH-TERMOS-VALOR    TO AR-TERMOS-VALOR.
005360         MOVE PG-PAID-TOTAL      TO AR-AMOUNT-PAID.
005370         MOVE PG-OUTSTANDING     TO AR-AMOUNT-DUE.
005380         MOVE PG-DAYS-OVERDUE    TO AR-DAYS-OVERDUE.
005390         MOVE PG-AGE-SUB         TO AR-AGING-BUCKET.
005400         MOVE PG-AS-OF-DATE      TO AR-AS-OF-DATE.
005410         MOVE SH-RUN-DATE        TO AR-RUN-DATE.
005415         MOVE PG-CUR-CODE(PG-CT-SUB) TO AR-CURRENCY.
005420         WRITE ARREARS-RECORD.
005430 3600-EXIT.
005440         EXIT.
005450*--------------------------------------------------------------*
005460* NEXT LIVE TERM.  THE FIRST RECORD OF A SCHEDULE COMES FROM   *
005470* ITS LATEST EXECUTION (THE SORT PUT RUN DATE/TIME DESCENDING) *
005480* AND FIXES WHICH EXECUTION IS LIVE; RECORDS OF OLDER          *
005490* EXECUTIONS ARE PASSED OVER, AS ARE TERMS WITH NO DUE DATE OR *
005500* WITH NOTHING TO COLLECT (ZERO OR NEGATIVE VALUE).            *
005510*--------------------------------------------------------------*
005520 3900-RETURN-TERM.
005530         RETURN HISTORY-SORT-FILE
005540             AT END
005550                 SET PG-SORT-EOF-YES TO TRUE
005560         END-RETURN.
005570         IF PG-SORT-EOF-YES
005580             MOVE HIGH-VALUES TO PG-TERM-KEY
005590             GO TO 3900-EXIT
005600         END-IF.
005610         IF SH-REQUEST-ID NOT = PG-LATEST-REQUEST-ID
005620             MOVE SH-REQUEST-ID TO PG-LATEST-REQUEST-ID
005630             MOVE SH-RUN-DATE   TO PG-LATEST-RUN-DATE
005640             MOVE SH-RUN-TIME   TO PG-LATEST-RUN-TIME
005650             ADD 1 TO PG-SCHED-COUNT
005660         END-IF.
005670         IF SH-RUN-DATE NOT = PG-LATEST-RUN-DATE
005680             OR SH-RUN-TIME NOT = PG-LATEST-RUN-TIME
005690             GO TO 3900-RETURN-TERM
005700         END-IF.
005710         IF SH-DUE-DATE = ZERO
005720             OR SH-TERMOS-VALOR NOT > ZERO
005730             ADD 1 TO PG-NONRECV-COUNT
005740             GO TO 3900-RETURN-TERM
005750         END-IF.
005751         ADD 1 TO PG-TERM-COUNT.
005752         MOVE SH-CURRENCY TO PG-CUR-KEY.
005753         IF PG-CUR-KEY = SPACES
005754             MOVE PG-BASE-CURRENCY TO PG-CUR-KEY
005755         END-IF.
005756         PERFORM 3910-LOOKUP-CURRENCY THRU 3910-EXIT.
005757         IF PG-CUR-NOT-FOUND
005758             DISPLAY "PGHIST - ERRO: REQUEST " SH-REQUEST-ID
005759                 " COM MOEDA " PG-CUR-KEY " FORA DA TABELA, "
005760                 "EXECUCAO CANCELADA."
005761             MOVE 16 TO RETURN-CODE
005762             STOP RUN
005763         END-IF.
005764         ADD 1 TO PG-CT-TERM-COUNT(PG-CT-SUB).
005770         MOVE SH-REQUEST-ID TO PG-TK-REQUEST-ID.
005780         MOVE SH-DUE-DATE   TO PG-TK-DUE-DATE.
005790 3900-EXIT.
005800         EXIT.
005801*       THE MATCHING ENTRY'S SUBSCRIPT IS SAVED IN PG-CT-SUB --
005802*       THE VARYING STEPS PG-CUR-SUB PAST IT BEFORE STOPPING.  IT
005803*       STAYS SET FOR THE TERM UNTIL THE NEXT ONE IS RETURNED.
005804 3910-LOOKUP-CURRENCY.
005805         SET PG-CUR-NOT-FOUND TO TRUE.
005806         PERFORM 3920-CHECK-CURRENCY-ENTRY THRU 3920-EXIT
005807             VARYING PG-CUR-SUB FROM 1 BY 1
005808             UNTIL PG-CUR-SUB > PG-CUR-COUNT
005809             OR PG-CUR-FOUND.
005810 3910-EXIT.
005811         EXIT.
005812 3920-CHECK-CURRENCY-ENTRY.
005813         IF PG-CUR-CODE(PG-CUR-SUB) = PG-CUR-KEY
005814             SET PG-CUR-FOUND TO TRUE
005815             MOVE PG-CUR-SUB TO PG-CT-SUB
005816         END-IF.
005817 3920-EXIT.
005818         EXIT.
005819*--------------------------------------------------------------*
005820* NEXT PAYMENT.  A RECORD WITH NO REQUEST-ID OR A NON-NUMERIC  *
005830* DATE OR AMOUNT CANNOT BE MATCHED: IT IS LISTED AS INVALID    *
005840* (RETURN CODE 4 AT THE END) AND PASSED OVER.                  *
005850*--------------------------------------------------------------*
005860 3950-READ-PAYMENT.
005870         READ PAYMENT-WORK-FILE
005880             AT END
005890                 SET PG-PAY-EOF-YES TO TRUE
005900         END-READ.
005910         IF PG-PAY-EOF-YES
005920             MOVE HIGH-VALUES TO PG-PAY-KEY
005930             GO TO 3950-EXIT
005940         END-IF.
005950         ADD 1 TO PG-PAY-READ-COUNT.
005960         IF PY-REQUEST-ID = SPACES
005970             OR PY-DUE-DATE IS NOT NUMERIC
005980             OR PY-AMOUNT-PAID IS NOT NUMERIC
005990             OR PY-PAID-DATE IS NOT NUMERIC
006000             ADD 1 TO PG-INVALID-COUNT
006010             MOVE 'PAGTO INVALIDO' TO PG-STATUS-TEXT
006020             PERFORM 5100-PRINT-PAYMENT-LINE THRU 5100-EXIT
006030             GO TO 3950-READ-PAYMENT
006040         END-IF.
006050         MOVE PY-REQUEST-ID TO PG-PK-REQUEST-ID.
006060         MOVE PY-DUE-DATE   TO PG-PK-DUE-DATE.
006070 3950-EXIT.
006080         EXIT.
006090*--------------------------------------------------------------*
006109* CLOSING PAGE: ONE BLOCK PER CURRENCY WITH THE COUNTS AND     *
006128* AMOUNTS FOR EVERY MATCH OUTCOME AND THE ARREARS BY AGING     *
006147* BUCKET, THEN THE PAYMENTS THAT MATCHED NO TERM -- COUNTED    *
006166* ONLY, AS A PAYMENT CARRIES NO CURRENCY TO TOTAL IT IN.       *
006185*--------------------------------------------------------------*
006204 4000-PRINT-SUMMARY.
006223         PERFORM 5800-PRINT-PAGE-HEADING THRU 5800-EXIT.
006242         PERFORM 4300-PRINT-CURRENCY-BLOCK THRU 4300-EXIT
006261             VARYING PG-CT-SUB FROM 1 BY 1
006280             UNTIL PG-CT-SUB > PG-CUR-COUNT.
006299         MOVE 'PAGAMENTOS SEM TERMO CORRESPONDENTE' TO SM-LABEL.
006318         MOVE PG-UNMATCHED-COUNT  TO SM-COUNT.
006337         MOVE SPACES              TO SM-AMOUNT-TEXT.
006356         PERFORM 4100-PRINT-SUMMARY-LINE THRU 4100-EXIT.
006375         MOVE 'PAGAMENTOS INVALIDOS' TO SM-LABEL.
006394         MOVE PG-INVALID-COUNT    TO SM-COUNT.
006413         MOVE ZERO                TO SM-AMOUNT.
006432         PERFORM 4100-PRINT-SUMMARY-LINE THRU 4100-EXIT.
006451 4000-EXIT.
006470         EXIT.
006500 4100-PRINT-SUMMARY-LINE.
006510         MOVE PG-SUMMARY-LINE TO PG-PRINT-AREA.
006520         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006530 4100-EXIT.
006540         EXIT.
006550 4200-PRINT-AGING-LINE.
006560         MOVE PG-AGE-TITLE(PG-AGE-SUB) TO SM-LABEL.
006570         MOVE PG-CT-AGE-COUNT(PG-CT-SUB, PG-AGE-SUB)  TO SM-COUNT.
006576         MOVE PG-CT-AGE-AMOUNT(PG-CT-SUB, PG-AGE-SUB)
006582             TO SM-AMOUNT.
006590         PERFORM 4100-PRINT-SUMMARY-LINE THRU 4100-EXIT.
006600 4200-EXIT.
006610         EXIT.
006611*--------------------------------------------------------------*
006612* ONE CURRENCY'S TOTALS, HEADED BY ITS CODE AND NAME.  A       *
006613* CURRENCY WITH NO LIVE TERMS IN THE HISTORY IS LEFT OUT.      *
006614*--------------------------------------------------------------*
006615 4300-PRINT-CURRENCY-BLOCK.
006616         IF PG-CT-TERM-COUNT(PG-CT-SUB) = ZERO
006617             GO TO 4300-EXIT
006618         END-IF.
006619         MOVE PG-CUR-CODE(PG-CT-SUB) TO CU-CURRENCY.
006620         MOVE PG-CUR-NAME(PG-CT-SUB) TO CU-CURRENCY-NAME.
006621         MOVE PG-CURRENCY-TITLE-LINE TO PG-PRINT-AREA.
006622         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006623         MOVE 'TERMOS PAGOS INTEGRALMENTE' TO SM-LABEL.
006624         MOVE PG-CT-FULL-COUNT(PG-CT-SUB)    TO SM-COUNT.
006625         MOVE PG-CT-FULL-AMOUNT(PG-CT-SUB)   TO SM-AMOUNT.
006626         PERFORM 4100-PRINT-SUMMARY-LINE THRU 4100-EXIT.
006627         MOVE 'TERMOS PAGOS A MENOR (SALDO DEVIDO)' TO SM-LABEL.
006628         MOVE PG-CT-SHORT-COUNT(PG-CT-SUB)   TO SM-COUNT.
006629         MOVE PG-CT-SHORT-AMOUNT(PG-CT-SUB)  TO SM-AMOUNT.
006630         PERFORM 4100-PRINT-SUMMARY-LINE THRU 4100-EXIT.
006631         MOVE 'TERMOS PAGOS A MAIOR (EXCEDENTE)' TO SM-LABEL.
006632         MOVE PG-CT-OVER-COUNT(PG-CT-SUB)    TO SM-COUNT.
006633         MOVE PG-CT-OVER-AMOUNT(PG-CT-SUB)   TO SM-AMOUNT.
006634         PERFORM 4100-PRINT-SUMMARY-LINE THRU 4100-EXIT.
006635         MOVE 'TERMOS A VENCER SEM PAGAMENTO' TO SM-LABEL.
006636         MOVE PG-CT-NOT-DUE-COUNT(PG-CT-SUB) TO SM-COUNT.
006637         MOVE ZERO                           TO SM-AMOUNT.
006638         PERFORM 4100-PRINT-SUMMARY-LINE THRU 4100-EXIT.
006639         MOVE SPACES TO PG-PRINT-AREA.
006640         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006641         PERFORM 4200-PRINT-AGING-LINE THRU 4200-EXIT
006642             VARYING PG-AGE-SUB FROM 1 BY 1
006643             UNTIL PG-AGE-SUB > 4.
006644         MOVE 'TOTAL EM ATRASO' TO SM-LABEL.
006645         MOVE PG-CT-ARREARS-COUNT(PG-CT-SUB)  TO SM-COUNT.
006646         MOVE PG-CT-ARREARS-AMOUNT(PG-CT-SUB) TO SM-AMOUNT.
006647         PERFORM 4100-PRINT-SUMMARY-LINE THRU 4100-EXIT.
006648         MOVE SPACES TO PG-PRINT-AREA.
006649         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006650 4300-EXIT.
006651         EXIT.
006652*--------------------------------------------------------------*
006653* A MATCHED OR OVERDUE TERM: ITS VALUE, WHAT WAS PAID, THE     *
006654* DIFFERENCE (NEGATIVE = STILL OWED), AND FOR ARREARS THE DAYS *
006655* OVERDUE AND THE AGING BUCKET.                                *
006660*--------------------------------------------------------------*
006670 5000-PRINT-TERM-LINE.
006680         MOVE SH-REQUEST-ID      TO DT-REQUEST-ID.
006690         MOVE SH-DUE-DATE        TO DT-DUE-DATE.
006700         MOVE SH-CONTADOR        TO DT-CONTADOR.
006710         MOVE SH-PROG-TYPE       TO DT-PROG-TYPE.
006720         MOVE SH-TERMOS-VALOR    TO DT-TERMO-VALOR.
006730         MOVE PG-PAID-TOTAL      TO DT-AMOUNT-PAID.
006740         MOVE PG-DIFFERENCE      TO DT-DIFFERENCE.
006750         IF PG-LAST-PAID-DATE = ZERO
006760             MOVE SPACES            TO DT-PAID-DATE
006770         ELSE
006780             MOVE PG-LAST-PAID-DATE TO DT-PAID-DATE
006790         END-IF.
006800         MOVE PG-STATUS-TEXT     TO DT-STATUS.
006810         IF PG-AGING-TEXT = SPACES
006820             MOVE ZERO            TO DT-DAYS-OVERDUE
006830         ELSE
006840             MOVE PG-DAYS-OVERDUE TO DT-DAYS-OVERDUE
006850         END-IF.
006860         MOVE PG-AGING-TEXT      TO DT-AGING.
006865         MOVE PG-CUR-CODE(PG-CT-SUB) TO DT-CURRENCY.
006870         MOVE PG-DETAIL-LINE     TO PG-PRINT-AREA.
006880         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006890         MOVE SPACES TO PG-AGING-TEXT.
006900 5000-EXIT.
006910         EXIT.
006920 5100-PRINT-PAYMENT-LINE.
006930         MOVE PY-REQUEST-ID      TO DT-REQUEST-ID.
006940         MOVE PY-DUE-DATE-X      TO DT-DUE-DATE.
006950         MOVE ZERO               TO DT-CONTADOR.
006960         MOVE SPACE              TO DT-PROG-TYPE.
006970         MOVE ZERO               TO DT-TERMO-VALOR.
006980         IF PY-AMOUNT-PAID IS NUMERIC
006990             MOVE PY-AMOUNT-PAID TO DT-AMOUNT-PAID
007000             MOVE PY-AMOUNT-PAID TO DT-DIFFERENCE
007010         ELSE
007020             MOVE ZERO           TO DT-AMOUNT-PAID
007030             MOVE ZERO           TO DT-DIFFERENCE
007040         END-IF.
007050         MOVE PY-PAID-DATE-X     TO DT-PAID-DATE.
007060         MOVE PG-STATUS-TEXT     TO DT-STATUS.
007070         MOVE ZERO               TO DT-DAYS-OVERDUE.
007080         MOVE SPACES             TO DT-AGING.
007085         MOVE SPACES             TO DT-CURRENCY.
007090         MOVE PG-DETAIL-LINE     TO PG-PRINT-AREA.
007100         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
007110 5100-EXIT.
007120         EXIT.
007130*--------------------------------------------------------------*
007140* EVERY REPORT LINE GOES OUT THROUGH HERE SO PAGE OVERFLOW IS  *
007150* HANDLED IN ONE PLACE: A NEW PAGE REPEATS THE HEADINGS.       *
007160*--------------------------------------------------------------*
007170 5700-PRINT-LINE.
007180         IF PG-LINE-COUNT NOT < PG-LINES-PER-PAGE
007190             PERFORM 5800-PRINT-PAGE-HEADING THRU 5800-EXIT
007200         END-IF.
007210         MOVE SPACE         TO RP-CARRIAGE-CONTROL.
007220         MOVE PG-PRINT-AREA TO RP-PRINT-LINE.
007230         WRITE PAYMENT-PRINT-RECORD.
007240         ADD 1 TO PG-LINE-COUNT.
007250 5700-EXIT.
007260         EXIT.
007270 5800-PRINT-PAGE-HEADING.
007280         ADD 1 TO PG-PAGE-COUNT.
007290         MOVE PG-PAGE-COUNT TO RH-PAGE-NUMBER.
007300         MOVE '1'               TO RP-CARRIAGE-CONTROL.
007310         MOVE PG-REPORT-HEADING TO RP-PRINT-LINE.
007320         WRITE PAYMENT-PRINT-RECORD.
007330         MOVE SPACE             TO RP-CARRIAGE-CONTROL.
007340         MOVE PG-AS-OF-LINE     TO RP-PRINT-LINE.
007350         WRITE PAYMENT-PRINT-RECORD.
007360         MOVE SPACES TO RP-PRINT-LINE.
007370         WRITE PAYMENT-PRINT-RECORD.
007380         MOVE PG-COLUMN-HEADING TO RP-PRINT-LINE.
007390         WRITE PAYMENT-PRINT-RECORD.
007400         MOVE 4 TO PG-LINE-COUNT.
007410 5800-EXIT.
007420         EXIT.
007430*--------------------------------------------------------------*
007440* DAY NUMBER OF PG-DN-DATE: WHOLE YEARS BEFORE IT AT 365 DAYS  *
007450* PLUS ONE PER LEAP YEAR (DIVISIBLE BY 4, NOT BY 100 UNLESS BY *
007460* 400), THE DAYS OF THE WHOLE MONTHS BEFORE IT THIS YEAR, AND  *
007470* THE DAY OF THE MONTH.                                        *
007480*--------------------------------------------------------------*
007490 6000-DAY-NUMBER.
007500         COMPUTE PG-DN-YEARS = PG-DN-YYYY - 1.
007510         DIVIDE PG-DN-YEARS BY 4   GIVING PG-DN-LEAP-DAYS.
007520         DIVIDE PG-DN-YEARS BY 100 GIVING PG-DN-CENTURIES.
007530         DIVIDE PG-DN-YEARS BY 400 GIVING PG-DN-QUAD-CENTURIES.
007540         COMPUTE PG-DN-DAYS = PG-DN-YEARS * 365
007550             + PG-DN-LEAP-DAYS - PG-DN-CENTURIES
007560             + PG-DN-QUAD-CENTURIES
007570             + PG-CUM-DAYS(PG-DN-MM) + PG-DN-DD.
007580         IF PG-DN-MM > 02
007590             PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT
007600             IF PG-LEAP-YEAR
007610                 ADD 1 TO PG-DN-DAYS
007620             END-IF
007630         END-IF.
007640 6000-EXIT.
007650         EXIT.
007660 6100-CHECK-LEAP-YEAR.
007670         SET PG-NOT-LEAP-YEAR TO TRUE.
007680         DIVIDE PG-DN-YYYY BY 4
007690             GIVING PG-LEAP-QUOTIENT
007700             REMAINDER PG-LEAP-REMAINDER.
007710         IF PG-LEAP-REMAINDER NOT = ZERO
007720             GO TO 6100-EXIT
007730         END-IF.
007740         DIVIDE PG-DN-YYYY BY 100
007750             GIVING PG-LEAP-QUOTIENT
007760             REMAINDER PG-LEAP-REMAINDER.
007770         IF PG-LEAP-REMAINDER NOT = ZERO
007780             SET PG-LEAP-YEAR TO TRUE
007790             GO TO 6100-EXIT
007800         END-IF.
007810         DIVIDE PG-DN-YYYY BY 400
007820             GIVING PG-LEAP-QUOTIENT
007830             REMAINDER PG-LEAP-REMAINDER.
007840         IF PG-LEAP-REMAINDER = ZERO
007850             SET PG-LEAP-YEAR TO TRUE
007860         END-IF.
007870 6100-EXIT.
007880         EXIT.
007890 9000-TERMINATE.
007900         CLOSE PAYMENT-PRINT-FILE.
007910         CLOSE ARREARS-FILE.
007920         MOVE PG-SCHED-COUNT TO PG-DISPLAY-COUNT.
007930         DISPLAY "PGPAYM - CRONOGRAMAS NO HISTORICO: "
007940             PG-DISPLAY-COUNT.
007950         MOVE PG-TERM-COUNT TO PG-DISPLAY-COUNT.
007960         DISPLAY "PGPAYM - TERMOS VIVOS A RECEBER:   "
007970             PG-DISPLAY-COUNT.
007980         MOVE PG-PAY-READ-COUNT TO PG-DISPLAY-COUNT.
007990         DISPLAY "PGPAYM - PAGAMENTOS LIDOS:         "
008000             PG-DISPLAY-COUNT.
008010         MOVE PG-ARREARS-COUNT TO PG-DISPLAY-COUNT.
008020         DISPLAY "PGPAYM - TERMOS EM ATRASO:         "
008030             PG-DISPLAY-COUNT.
008040         IF PG-UNMATCHED-COUNT > ZERO OR PG-INVALID-COUNT > ZERO
008050             DISPLAY "PGPAYM - AVISO: PAGAMENTOS SEM TERMO OU "
008060                 "INVALIDOS, VER RELATORIO."
008070             MOVE 4 TO RETURN-CODE
008080         END-IF.
008090 9000-EXIT.
008100         EXIT.
