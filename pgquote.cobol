000010*----------------------------------------------------------------*
000020* PROGRAM:  PGQUOTE
000030* PURPOSE:  EARLY SETTLEMENT (PAYOFF) QUOTE FOR ONE SCHEDULE.
000040*           GIVEN A REQUEST-ID, A SETTLEMENT DATE AND AN ANNUAL
000050*           DISCOUNT RATE ON THE PARAMETER CARD, LIST THE
000060*           SCHEDULE'S LIVE TERMS -- THOSE OF ITS LATEST
000070*           ARCHIVED EXECUTION ON THE PERMANENT HISTORY FILE,
000080*           AS PGPAYM DEFINES THEM (SUPERSEDED 'S' RECORDS, TERMS
000090*           WITH NO DUE DATE AND TERMS OF ZERO OR NEGATIVE VALUE
000100*           LEFT OUT) -- AND PRICE WHAT IS STILL OWED:
000110*
000120*             A TERM DUE ON OR AFTER THE SETTLEMENT DATE IS
000130*             REMAINING.  IT IS SHOWN AT ITS NOMINAL VALUE AND
000140*             AT ITS PRESENT VALUE ON THE SETTLEMENT DATE,
000150*             DISCOUNTED AT THE ANNUAL RATE COMPOUNDED OVER THE
000160*             ACTUAL DAYS TO ITS DUE DATE ON A 365-DAY YEAR:
000170*               VALOR / (1 + TAXA/100) ** (DIAS / 365).
000180*
000190*             A TERM DUE BEFORE THE SETTLEMENT DATE AND NOT YET
000200*             PAID IS IN ARREARS AND IS SHOWN SEPARATELY, AT ITS
000210*             NOMINAL VALUE (NO DISCOUNT).  WHAT IS UNPAID COMES
000220*             FROM THE LATEST ARREARS WORKLIST PGPAYM WROTE
000230*             (PGARRS, SEE PGARRREC): ITS BALANCES COVER EVERY
000240*             TERM DUE BEFORE THE WORKLIST'S AS-OF DATE, AND A
000250*             TERM DUE BEFORE THAT DATE THAT IS NOT ON IT WAS
000260*             PAID.  A LIVE TERM DUE BETWEEN THE AS-OF DATE AND
000270*             THE SETTLEMENT DATE IS COUNTED IN ARREARS IN FULL.
000280*             AN ABSENT OR EMPTY WORKLIST IS TAKEN AS NOTHING IN
000284*             ARREARS AS OF THE RUN DATE.  THE BALANCES ARE IN THE
000288*             SCHEDULE'S CURRENCY: A WORKLIST RECORD FOR IT IN ANY
000292*             OTHER CURRENCY (AR-CURRENCY) CANCELS THE STEP,
000296*             RETURN CODE 16, RATHER THAN ADD THE TWO TOGETHER.
000300*
000310*           THE QUOTE IS PRINTED TO PGQPRT AND APPENDED TO THE
000320*           QUOTE LOG (PGQLOG, SEE PGQLGREC) UNDER THE NEXT QUOTE
000330*           NUMBER, WITH AN EXPIRY DATE THE VALIDITY DAYS AFTER
000340*           THE RUN DATE.  A SCHEDULE WITH NO LIVE TERMS ON THE
000350*           HISTORY FILE GETS NO QUOTE AND NO NUMBER (RC 4).
000360*
000370*           THE HISTORY FILE IS IN RUN ORDER, SO THE SCHEDULE'S
000380*           RECORDS ARE SORTED HERE WITH THE LATEST EXECUTION
000390*           FIRST AND ITS TERMS IN DUE-DATE ORDER, AS IN PGPAYM.
000400*
000410*           PARAMETER CARD (PGPARM):
000420*             COLS 01-08  REQUEST-ID
000430*             COLS 09-16  SETTLEMENT DATE (YYYYMMDD, NOT BEFORE
000440*                         THE RUN DATE)
000450*             COLS 17-23  ANNUAL DISCOUNT RATE AS A PERCENTAGE
000460*                         (9(3)V9(4): 0125000 = 12.5%)
000470*             COLS 24-26  QUOTE VALIDITY IN DAYS (001-999;
000480*                         BLANK = 10)
000490*----------------------------------------------------------------*
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID.     PGQUOTE.
000520 AUTHOR.         J HAWTHORNE.
000530 INSTALLATION.   DATA PROCESSING CENTER.
000540 DATE-WRITTEN.   15/10/2026.
000550 DATE-COMPILED.
000560*------------------------------------------------------------*
000570* MODIFICATION HISTORY
000580*   DATE       INIT  DESCRIPTION
000590*   15/10/2026 JH    ORIGINAL EARLY SETTLEMENT QUOTE AND QUOTE
000600*                    LOG.
000603*   15/10/2026 JH    WORKLIST BALANCE IN A CURRENCY OTHER THAN THE
000606*                    SCHEDULE'S CANCELS THE QUOTE (AR-CURRENCY).
000610*------------------------------------------------------------*
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650         SELECT QUOTE-PARM-FILE ASSIGN TO PGPARM
000660             ORGANIZATION IS SEQUENTIAL.
000670         SELECT PROGRESSION-HISTORY-FILE ASSIGN TO PGHIST
000680             ORGANIZATION IS SEQUENTIAL.
000690         SELECT HISTORY-SORT-FILE ASSIGN TO SORTWK01.
000700         SELECT OPTIONAL ARREARS-FILE ASSIGN TO PGARRS
000710             ORGANIZATION IS SEQUENTIAL
000720             FILE STATUS IS PG-ARRS-FS.
000730         SELECT OPTIONAL QUOTE-LOG-FILE ASSIGN TO PGQLOG
000740             ORGANIZATION IS SEQUENTIAL
000750             FILE STATUS IS PG-QLOG-FS.
000760         SELECT QUOTE-PRINT-FILE ASSIGN TO PGQPRT
000770             ORGANIZATION IS SEQUENTIAL.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  QUOTE-PARM-FILE
000810         RECORDING MODE IS F.
000820 01  QUOTE-PARM-RECORD.
000830         05  PA-REQUEST-ID            PIC X(08).
000840         05  PA-SETTLE-DATE           PIC 9(08).
000850         05  PA-ANNUAL-RATE           PIC 9(03)V9(04).
000860         05  PA-VALID-DAYS-X          PIC X(03).
000870         05  PA-VALID-DAYS REDEFINES PA-VALID-DAYS-X
000880                                      PIC 9(03).
000890         05  FILLER                   PIC X(54).
000900 FD  PROGRESSION-HISTORY-FILE
000910         RECORDING MODE IS F.
000920     COPY PGHISREC.
000930*   ONLY THE SELECTED SCHEDULE IS CARRIED THROUGH THE SORT.  THE
000940*   RUN DATE AND TIME SORT DESCENDING SO THE LATEST EXECUTION
000950*   COMES FIRST, ITS TERMS IN DUE-DATE ORDER.
000960 SD  HISTORY-SORT-FILE.
000970 01  HISTORY-SORT-RECORD.
000980         05  SH-RUN-DATE              PIC 9(08).
000990         05  SH-RUN-TIME              PIC 9(04).
001000         05  SH-DUE-DATE              PIC 9(08).
001010         05  SH-CONTADOR              PIC 9(5).
001020         05  SH-TERMOS-VALOR          PIC S9(9)V99.
001030         05  SH-PROG-TYPE             PIC X(01).
001040         05  SH-CURRENCY              PIC X(03).
001050 FD  ARREARS-FILE
001060         RECORDING MODE IS F.
001070     COPY PGARRREC.
001080 FD  QUOTE-LOG-FILE
001090         RECORDING MODE IS F.
001100     COPY PGQLGREC.
001110 FD  QUOTE-PRINT-FILE
001120         RECORDING MODE IS F.
001130 01  QUOTE-PRINT-RECORD.
001140         05  QP-CARRIAGE-CONTROL      PIC X(01).
001150         05  QP-PRINT-LINE            PIC X(132).
001160 WORKING-STORAGE SECTION.
001170 77  PG-EOF-SWITCH                PIC X(01)   VALUE 'N'.
001180         88  PG-EOF-YES                           VALUE 'Y'.
001190         88  PG-EOF-NO                            VALUE 'N'.
001200 77  PG-PARM-EOF-SWITCH           PIC X(01)   VALUE 'N'.
001210         88  PG-PARM-EOF-YES                      VALUE 'Y'.
001220         88  PG-PARM-EOF-NO                       VALUE 'N'.
001230 77  PG-SORT-EOF-SWITCH           PIC X(01)   VALUE 'N'.
001240         88  PG-SORT-EOF-YES                      VALUE 'Y'.
001250         88  PG-SORT-EOF-NO                       VALUE 'N'.
001260 77  PG-ARRS-EOF-SWITCH           PIC X(01)   VALUE 'N'.
001270         88  PG-ARRS-EOF-YES                      VALUE 'Y'.
001280         88  PG-ARRS-EOF-NO                       VALUE 'N'.
001290 77  PG-QLOG-EOF-SWITCH           PIC X(01)   VALUE 'N'.
001300         88  PG-QLOG-EOF-YES                      VALUE 'Y'.
001310         88  PG-QLOG-EOF-NO                       VALUE 'N'.
001320 77  PG-LEAP-SWITCH               PIC X(01)   VALUE 'N'.
001330         88  PG-LEAP-YEAR                         VALUE 'Y'.
001340         88  PG-NOT-LEAP-YEAR                     VALUE 'N'.
001350 77  PG-LIVE-SWITCH               PIC X(01)   VALUE 'N'.
001360         88  PG-LIVE-FOUND                        VALUE 'Y'.
001370         88  PG-LIVE-NOT-FOUND                    VALUE 'N'.
001380 77  PG-SECTION-SWITCH            PIC X(01)   VALUE 'A'.
001390         88  PG-SECTION-ARREARS                   VALUE 'A'.
001400         88  PG-SECTION-REMAINING                 VALUE 'R'.
001410 77  PG-ARRS-FS                   PIC X(02)   VALUE '00'.
001420 77  PG-QLOG-FS                   PIC X(02)   VALUE '00'.
001430 77  PG-PAGE-COUNT                PIC 9(04)   COMP VALUE 0.
001440 77  PG-LINE-COUNT                PIC 9(02)   COMP VALUE 99.
001450 77  PG-LINES-PER-PAGE            PIC 9(02)   COMP VALUE 55.
001460 77  PG-HIST-READ-COUNT           PIC 9(08)   COMP VALUE 0.
001470 77  PG-HIST-SORT-COUNT           PIC 9(08)   COMP VALUE 0.
001480 77  PG-NONRECV-COUNT             PIC 9(08)   COMP VALUE 0.
001490 77  PG-PRIOR-COUNT               PIC 9(08)   COMP VALUE 0.
001500 77  PG-REMAIN-COUNT              PIC 9(08)   COMP VALUE 0.
001510 77  PG-ARREARS-COUNT             PIC 9(08)   COMP VALUE 0.
001520 77  PG-DAY-SUB                   PIC 9(04)   COMP VALUE 0.
001530 01  PG-NOMINAL-AMOUNT            PIC S9(11)V99 COMP-3 VALUE 0.
001540 01  PG-PRESENT-VALUE             PIC S9(11)V99 COMP-3 VALUE 0.
001550 01  PG-ARREARS-AMOUNT            PIC S9(11)V99 COMP-3 VALUE 0.
001560 01  PG-PAYOFF-AMOUNT             PIC S9(11)V99 COMP-3 VALUE 0.
001570 01  PG-DISCOUNT-AMOUNT           PIC S9(11)V99 COMP-3 VALUE 0.
001580 01  PG-TERM-PV                   PIC S9(11)V99 COMP-3 VALUE 0.
001590 01  PG-ARREARS-DUE               PIC S9(11)V99 COMP-3 VALUE 0.
001600*   DISCOUNTING: THE FACTOR IS (1 + RATE) RAISED TO MINUS THE
001610*   YEARS TO THE DUE DATE, SO IT STAYS BETWEEN ZERO AND ONE
001620*   HOWEVER LONG THE SCHEDULE RUNS.
001630 01  PG-ANNUAL-RATE               PIC 9(03)V9(04) VALUE ZERO.
001640 01  PG-RATE-FACTOR               PIC 9(02)V9(08) COMP-3
001650                                              VALUE ZERO.
001660 01  PG-YEARS-TO-DUE              PIC 9(03)V9(09) COMP-3
001670                                              VALUE ZERO.
001680 01  PG-DISCOUNT-FACTOR           PIC 9(01)V9(14) COMP-3
001690                                              VALUE ZERO.
001700 01  PG-DAYS-TO-DUE               PIC S9(09)  COMP VALUE 0.
001710 01  PG-SETTLE-DAYS               PIC S9(09)  COMP VALUE 0.
001720 01  PG-RUN-DATE                  PIC 9(08)   VALUE ZERO.
001730 01  PG-RUN-TIME-RAW              PIC 9(08)   VALUE ZERO.
001740 01  PG-RUN-TIME                  PIC 9(06)   VALUE ZERO.
001750 01  PG-SELECT-ID                 PIC X(08)   VALUE SPACES.
001760 01  PG-SETTLE-DATE               PIC 9(08)   VALUE ZERO.
001770 01  PG-VALID-DAYS                PIC 9(03)   VALUE 10.
001780 01  PG-EXPIRY-DATE               PIC 9(08)   VALUE ZERO.
001790 01  PG-ARREARS-AS-OF             PIC 9(08)   VALUE ZERO.
001800 01  PG-QUOTE-NUMBER              PIC 9(08)   VALUE ZERO.
001810 01  PG-QUOTE-CURRENCY            PIC X(03)   VALUE SPACES.
001820 01  PG-STATUS-TEXT               PIC X(20)   VALUE SPACES.
001830 01  PG-DISPLAY-COUNT             PIC Z(7)9.
001840 01  PG-DISPLAY-AMOUNT            PIC -9(11).99.
001850*   THE EXECUTION WHOSE TERMS ARE LIVE FOR THE SCHEDULE.
001860 01  PG-LATEST-RUN-DATE           PIC 9(08)   VALUE ZERO.
001870 01  PG-LATEST-RUN-TIME           PIC 9(04)   VALUE ZERO.
001880*   DAY NUMBERS: DAYS ELAPSED SINCE 01/01/0001, SO THE DAYS TO
001890*   A DUE DATE ARE PLAIN SUBTRACTION ACROSS MONTH AND YEAR ENDS.
001900 01  PG-DN-DATE.
001910         05  PG-DN-YYYY               PIC 9(04).
001920         05  PG-DN-MM                 PIC 9(02).
001930         05  PG-DN-DD                 PIC 9(02).
001940 01  PG-DN-DATE-N REDEFINES PG-DN-DATE
001950                                      PIC 9(08).
001960 01  PG-DN-DAYS                   PIC S9(09)  COMP VALUE 0.
001970 01  PG-DN-YEARS                  PIC 9(04)   COMP VALUE 0.
001980 01  PG-DN-LEAP-DAYS              PIC 9(04)   COMP VALUE 0.
001990 01  PG-DN-CENTURIES              PIC 9(04)   COMP VALUE 0.
002000 01  PG-DN-QUAD-CENTURIES         PIC 9(04)   COMP VALUE 0.
002010 01  PG-DN-MONTH-DAYS             PIC 9(02)   COMP VALUE 0.
002020 01  PG-LEAP-QUOTIENT             PIC 9(04)   COMP VALUE ZERO.
002030 01  PG-LEAP-REMAINDER            PIC 9(04)   COMP VALUE ZERO.
002040 01  PG-CUM-DAYS-VALUES           PIC X(36)
002050         VALUE '000031059090120151181212243273304334'.
002060 01  PG-CUM-DAYS-TABLE REDEFINES PG-CUM-DAYS-VALUES.
002070         05  PG-CUM-DAYS              PIC 9(03)   OCCURS 12 TIMES.
002080 01  PG-MONTH-DAYS-VALUES         PIC X(24)
002090         VALUE '312831303130313130313031'.
002100 01  PG-MONTH-DAYS-TABLE REDEFINES PG-MONTH-DAYS-VALUES.
002110         05  PG-MONTH-DAYS            PIC 9(02)   OCCURS 12 TIMES.
002120     COPY PGCURTAB.
002130 01  PG-PRINT-AREA                PIC X(132)  VALUE SPACES.
002140 01  PG-REPORT-HEADING.
002150         05  FILLER                   PIC X(24)
002160             VALUE 'PGQUOTE - COTACAO DE LIQ'.
002170         05  FILLER                   PIC X(21)
002180             VALUE 'UIDACAO ANTECIPADA   '.
002190         05  FILLER                   PIC X(55)  VALUE SPACES.
002200         05  FILLER                   PIC X(06)  VALUE 'DATA: '.
002210         05  RH-RUN-DATE              PIC 9(08).
002220         05  FILLER                   PIC X(02)  VALUE SPACES.
002230         05  FILLER                   PIC X(08)
002240             VALUE 'PAGINA: '.
002250         05  RH-PAGE-NUMBER           PIC ZZZ9.
002260         05  FILLER                   PIC X(04)  VALUE SPACES.
002270 01  PG-QUOTE-LINE-1.
002280         05  FILLER                   PIC X(13)
002290             VALUE 'COTACAO NO.: '.
002300         05  Q1-QUOTE-NUMBER          PIC 9(08).
002310         05  FILLER                   PIC X(13)
002320             VALUE '   REQUEST: '.
002330         05  Q1-REQUEST-ID            PIC X(08).
002340         05  FILLER                   PIC X(10)
002350             VALUE '   MOEDA: '.
002360         05  Q1-CURRENCY              PIC X(03).
002370         05  FILLER                   PIC X(19)
002380             VALUE '   EXECUCAO VIVA: '.
002390         05  Q1-HIST-RUN-DATE         PIC 9(08).
002400         05  FILLER                   PIC X(01)  VALUE SPACE.
002410         05  Q1-HIST-RUN-TIME         PIC 9(04).
002420         05  FILLER                   PIC X(45)  VALUE SPACES.
002430 01  PG-QUOTE-LINE-2.
002440         05  FILLER                   PIC X(20)
002450             VALUE 'DATA DE LIQUIDACAO: '.
002460         05  Q2-SETTLE-DATE           PIC 9(08).
002470         05  FILLER                   PIC X(15)
002480             VALUE '   TAXA ANUAL: '.
002490         05  Q2-ANNUAL-RATE           PIC ZZ9.9999.
002500         05  FILLER                   PIC X(01)  VALUE '%'.
002510         05  FILLER                   PIC X(16)
002520             VALUE '   VALIDA ATE: '.
002530         05  Q2-EXPIRY-DATE           PIC 9(08).
002540         05  FILLER                   PIC X(25)
002550             VALUE '   ATRASOS APURADOS ATE: '.
002560         05  Q2-ARREARS-AS-OF         PIC 9(08).
002570         05  FILLER                   PIC X(23)  VALUE SPACES.
002580 01  PG-COLUMN-HEADING.
002590         05  FILLER                   PIC X(10)  VALUE 'VENCTO'.
002600         05  FILLER                   PIC X(07)  VALUE 'TERMO'.
002610         05  FILLER                   PIC X(03)  VALUE 'T'.
002620         05  FILLER                   PIC X(15)
002630             VALUE '        VALOR  '.
002640         05  FILLER                   PIC X(08)  VALUE '  DIAS  '.
002650         05  FILLER                   PIC X(15)
002660             VALUE ' VLR PRESENTE  '.
002670         05  FILLER                   PIC X(20)  VALUE 'SITUACAO'.
002680         05  FILLER                   PIC X(54)  VALUE SPACES.
002690 01  PG-SECTION-LINE.
002700         05  SC-TITLE                 PIC X(50).
002710         05  FILLER                   PIC X(82)  VALUE SPACES.
002720 01  PG-DETAIL-LINE.
002730         05  DT-DUE-DATE              PIC 9(08).
002740         05  FILLER                   PIC X(02)  VALUE SPACES.
002750         05  DT-CONTADOR              PIC Z(05).
002760         05  FILLER                   PIC X(02)  VALUE SPACES.
002770         05  DT-PROG-TYPE             PIC X(01).
002780         05  FILLER                   PIC X(02)  VALUE SPACES.
002790         05  DT-TERMO-VALOR           PIC -9(9).99.
002800         05  FILLER                   PIC X(02)  VALUE SPACES.
002810         05  DT-DAYS                  PIC Z(5)9.
002820         05  FILLER                   PIC X(02)  VALUE SPACES.
002830         05  DT-PRESENT-VALUE         PIC -9(9).99.
002840         05  FILLER                   PIC X(02)  VALUE SPACES.
002850         05  DT-STATUS                PIC X(20).
002860         05  FILLER                   PIC X(54)  VALUE SPACES.
002870 01  PG-SUMMARY-LINE.
002880         05  SM-LABEL                 PIC X(44).
002890         05  SM-COUNT                 PIC Z(7)9.
002900         05  FILLER                   PIC X(02)  VALUE SPACES.
002910         05  SM-AMOUNT                PIC -9(11).99.
002920         05  FILLER                   PIC X(63)  VALUE SPACES.
002930 PROCEDURE DIVISION.
002940 0000-MAINLINE.
002950         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002960         SORT HISTORY-SORT-FILE
002970             ON DESCENDING KEY SH-RUN-DATE SH-RUN-TIME
002980             ON ASCENDING KEY SH-DUE-DATE SH-CONTADOR
002990             INPUT PROCEDURE IS 2000-SELECT-HISTORY
003000                 THRU 2000-EXIT
003010             OUTPUT PROCEDURE IS 3000-PRICE-TERMS
003020                 THRU 3000-EXIT.
003030         IF SORT-RETURN NOT = ZERO
003040             DISPLAY "PGHIST - ERRO NA CLASSIFICACAO DO "
003050                 "HISTORICO, EXECUCAO CANCELADA."
003060             MOVE 16 TO RETURN-CODE
003070             STOP RUN
003080         END-IF.
003090         IF PG-LIVE-FOUND
003100             PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
003110             PERFORM 4500-WRITE-QUOTE-LOG THRU 4500-EXIT
003120         END-IF.
003130         PERFORM 9000-TERMINATE THRU 9000-EXIT.
003140         STOP RUN.
003150 1000-INITIALIZE.
003160         ACCEPT PG-RUN-DATE FROM DATE YYYYMMDD.
003170         ACCEPT PG-RUN-TIME-RAW FROM TIME.
003180         COMPUTE PG-RUN-TIME = PG-RUN-TIME-RAW / 100.
003190         MOVE PG-RUN-DATE TO RH-RUN-DATE.
003200         PERFORM 1100-READ-PARM THRU 1100-EXIT.
003210         MOVE PG-SETTLE-DATE TO PG-DN-DATE-N.
003220         PERFORM 6000-DAY-NUMBER THRU 6000-EXIT.
003230         MOVE PG-DN-DAYS TO PG-SETTLE-DAYS.
003240         MOVE PG-RUN-DATE TO PG-DN-DATE-N.
003250         PERFORM 6200-ADD-ONE-DAY THRU 6200-EXIT
003260             VARYING PG-DAY-SUB FROM 1 BY 1
003270             UNTIL PG-DAY-SUB > PG-VALID-DAYS.
003280         MOVE PG-DN-DATE-N TO PG-EXPIRY-DATE.
003290         COMPUTE PG-RATE-FACTOR = 1 + PG-ANNUAL-RATE / 100.
003300         PERFORM 1200-FIND-LAST-QUOTE THRU 1200-EXIT.
003310         OPEN OUTPUT QUOTE-PRINT-FILE.
003320 1000-EXIT.
003330         EXIT.
003340*--------------------------------------------------------------*
003350* THE CARD IS REQUIRED.  A MISSING REQUEST-ID, A SETTLEMENT     *
003360* DATE THAT IS NOT A REAL DATE OR IS ALREADY PAST, OR A RATE   *
003370* OR VALIDITY THAT IS NOT NUMERIC CANCELS THE STEP WITH RETURN *
003380* CODE 16 RATHER THAN QUOTE A FIGURE ON A GUESS.               *
003390*--------------------------------------------------------------*
003400 1100-READ-PARM.
003410         OPEN INPUT QUOTE-PARM-FILE.
003420         READ QUOTE-PARM-FILE
003430             AT END
003440                 SET PG-PARM-EOF-YES TO TRUE
003450         END-READ.
003460         IF PG-PARM-EOF-YES
003470             DISPLAY "PGPARM - ERRO: CARTAO DE PARAMETRO "
003480                 "AUSENTE."
003490             MOVE 16 TO RETURN-CODE
003500             CLOSE QUOTE-PARM-FILE
003510             STOP RUN
003520         END-IF.
003530         IF PA-REQUEST-ID = SPACES
003540             OR PA-SETTLE-DATE IS NOT NUMERIC
003550             OR PA-ANNUAL-RATE IS NOT NUMERIC
003560             DISPLAY "PGPARM - ERRO: CARTAO DE PARAMETRO "
003570                 "INVALIDO: " QUOTE-PARM-RECORD
003580             MOVE 16 TO RETURN-CODE
003590             CLOSE QUOTE-PARM-FILE
003600             STOP RUN
003610         END-IF.
003620         IF PA-VALID-DAYS-X NOT = SPACES
003630             IF PA-VALID-DAYS IS NOT NUMERIC
003640                 OR PA-VALID-DAYS = ZERO
003650                 DISPLAY "PGPARM - ERRO: PRAZO DE VALIDADE "
003660                     "INVALIDO: " PA-VALID-DAYS-X
003670                 MOVE 16 TO RETURN-CODE
003680                 CLOSE QUOTE-PARM-FILE
003690                 STOP RUN
003700             END-IF
003710             MOVE PA-VALID-DAYS TO PG-VALID-DAYS
003720         END-IF.
003730         MOVE PA-SETTLE-DATE TO PG-DN-DATE-N.
003740         IF PG-DN-MM < 01 OR PG-DN-MM > 12
003750             DISPLAY "PGPARM - ERRO: DATA DE LIQUIDACAO "
003760                 "INVALIDA: " PA-SETTLE-DATE
003770             MOVE 16 TO RETURN-CODE
003780             CLOSE QUOTE-PARM-FILE
003790             STOP RUN
003800         END-IF.
003810         PERFORM 6300-GET-MONTH-DAYS THRU 6300-EXIT.
003820         IF PG-DN-DD < 01 OR PG-DN-DD > PG-DN-MONTH-DAYS
003830             OR PA-SETTLE-DATE < PG-RUN-DATE
003840             DISPLAY "PGPARM - ERRO: DATA DE LIQUIDACAO "
003850                 "INVALIDA: " PA-SETTLE-DATE
003860             MOVE 16 TO RETURN-CODE
003870             CLOSE QUOTE-PARM-FILE
003880             STOP RUN
003890         END-IF.
003900         MOVE PA-REQUEST-ID  TO PG-SELECT-ID.
003910         MOVE PA-SETTLE-DATE TO PG-SETTLE-DATE.
003920         MOVE PA-ANNUAL-RATE TO PG-ANNUAL-RATE.
003930         CLOSE QUOTE-PARM-FILE.
003940 1100-EXIT.
003950         EXIT.
003960*--------------------------------------------------------------*
003970* THE NEXT QUOTE NUMBER RUNS ON FROM THE LAST RECORD ON THE    *
003980* LOG; AN ABSENT OR EMPTY LOG STARTS AT 1.                     *
003990*--------------------------------------------------------------*
004000 1200-FIND-LAST-QUOTE.
004010         OPEN INPUT QUOTE-LOG-FILE.
004020*       FS 00 = FILE PRESENT, FS 05 = OPTIONAL FILE NOT PRESENT --
004030*       BOTH ARE A SUCCESSFUL OPEN AND MUST BE CLOSED BELOW.
004040         IF PG-QLOG-FS NOT = '00' AND PG-QLOG-FS NOT = '05'
004050             DISPLAY "PGQLOG - ERRO NA ABERTURA DO LOG DE "
004060                 "COTACOES, FS: " PG-QLOG-FS
004070             MOVE 16 TO RETURN-CODE
004080             STOP RUN
004090         END-IF.
004100         PERFORM 1210-READ-QUOTE-LOG THRU 1210-EXIT
004110             UNTIL PG-QLOG-EOF-YES.
004120         CLOSE QUOTE-LOG-FILE.
004130         ADD 1 TO PG-QUOTE-NUMBER.
004140 1200-EXIT.
004150         EXIT.
004160 1210-READ-QUOTE-LOG.
004170         READ QUOTE-LOG-FILE
004180             AT END
004190                 SET PG-QLOG-EOF-YES TO TRUE
004200         END-READ.
004210         IF PG-QLOG-EOF-NO
004220             AND QL-QUOTE-NUMBER IS NUMERIC
004230             AND QL-QUOTE-NUMBER > PG-QUOTE-NUMBER
004240             MOVE QL-QUOTE-NUMBER TO PG-QUOTE-NUMBER
004250         END-IF.
004260 1210-EXIT.
004270         EXIT.
004280*--------------------------------------------------------------*
004290* SORT INPUT: THE SELECTED SCHEDULE'S HISTORY RECORDS, EXCEPT  *
004300* THOSE A CORRECTION RUN MARKED SUPERSEDED.  WHICH EXECUTION   *
004310* IS LATEST IS DECIDED ON THE WAY OUT OF THE SORT.             *
004320*--------------------------------------------------------------*
004330 2000-SELECT-HISTORY.
004340         OPEN INPUT PROGRESSION-HISTORY-FILE.
004350         PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
004360         PERFORM 2100-RELEASE-TERM THRU 2100-EXIT
004370             UNTIL PG-EOF-YES.
004380         CLOSE PROGRESSION-HISTORY-FILE.
004390 2000-EXIT.
004400         EXIT.
004410 2100-RELEASE-TERM.
004420         IF HS-REQUEST-ID NOT = PG-SELECT-ID
004430             OR HS-TERM-SUPERSEDED
004440             PERFORM 2900-READ-HISTORY THRU 2900-EXIT
004450             GO TO 2100-EXIT
004460         END-IF.
004470         MOVE HS-RUN-DATE      TO SH-RUN-DATE.
004480         MOVE HS-RUN-TIME      TO SH-RUN-TIME.
004490         MOVE HS-DUE-DATE      TO SH-DUE-DATE.
004500         MOVE HS-CONTADOR      TO SH-CONTADOR.
004510         MOVE HS-TERMOS-VALOR  TO SH-TERMOS-VALOR.
004520         MOVE HS-PROG-TYPE     TO SH-PROG-TYPE.
004530         MOVE HS-CURRENCY      TO SH-CURRENCY.
004540         RELEASE HISTORY-SORT-RECORD.
004550         ADD 1 TO PG-HIST-SORT-COUNT.
004560         PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
004570 2100-EXIT.
004580         EXIT.
004590 2900-READ-HISTORY.
004600         READ PROGRESSION-HISTORY-FILE
004610             AT END
004620                 SET PG-EOF-YES TO TRUE
004630         END-READ.
004640         IF PG-EOF-NO
004650             ADD 1 TO PG-HIST-READ-COUNT
004660         END-IF.
004670 2900-EXIT.
004680         EXIT.
004690*--------------------------------------------------------------*
004700* SORT OUTPUT: THE FIRST RECORD FIXES THE LIVE EXECUTION.  THE *
004710* ARREARS SECTION OPENS WITH THE WORKLIST BALANCES, THEN THE   *
004720* LIVE TERMS FOLLOW IN DUE-DATE ORDER: THOSE DUE BEFORE THE    *
004730* WORKLIST AS-OF DATE ARE ALREADY ACCOUNTED FOR BY IT, THOSE   *
004740* DUE FROM THEN TO THE SETTLEMENT DATE ARE ARREARS IN FULL,    *
004750* AND THE FIRST TERM DUE ON OR AFTER THE SETTLEMENT DATE CLOSES*
004760* THE ARREARS SECTION AND OPENS THE REMAINING ONE.             *
004770*--------------------------------------------------------------*
004780 3000-PRICE-TERMS.
004790         PERFORM 3900-RETURN-TERM THRU 3900-EXIT.
004800         IF PG-SORT-EOF-YES
004810             DISPLAY "PGQUOTE - NENHUM TERMO VIVO NO HISTORICO "
004820                 "PARA REQUEST " PG-SELECT-ID
004830                 ", COTACAO NAO EMITIDA."
004840             MOVE 4 TO RETURN-CODE
004850             GO TO 3000-EXIT
004860         END-IF.
004870         SET PG-LIVE-FOUND TO TRUE.
004880         IF SH-CURRENCY = SPACES
004890             MOVE PG-BASE-CURRENCY TO PG-QUOTE-CURRENCY
004900         ELSE
004910             MOVE SH-CURRENCY      TO PG-QUOTE-CURRENCY
004920         END-IF.
004930         PERFORM 3100-LOAD-ARREARS THRU 3100-EXIT.
004940         PERFORM 3300-PRICE-TERM THRU 3300-EXIT
004950             UNTIL PG-SORT-EOF-YES.
004960         IF PG-SECTION-ARREARS
004970             PERFORM 3500-CLOSE-ARREARS THRU 3500-EXIT
004980         END-IF.
004990         PERFORM 3600-CLOSE-REMAINING THRU 3600-EXIT.
005000 3000-EXIT.
005010         EXIT.
005020*       THE WORKLIST IS IN REQUEST-ID ORDER AND EVERY RECORD ON
005030*       IT CARRIES THE SAME AS-OF DATE, SO THE FIRST RECORD GIVES
005040*       THE POSITION AND THE SCHEDULE'S OWN RECORDS ARE LISTED.
005050*       A BALANCE FOR A TERM DUE ON OR AFTER THE SETTLEMENT DATE
005060*       IS LEFT TO THE REMAINING SECTION.
005070 3100-LOAD-ARREARS.
005080         MOVE PG-RUN-DATE TO PG-ARREARS-AS-OF.
005090         OPEN INPUT ARREARS-FILE.
005100         IF PG-ARRS-FS NOT = '00' AND PG-ARRS-FS NOT = '05'
005110             DISPLAY "PGARRS - ERRO NA ABERTURA DA LISTA DE "
005120                 "ATRASOS, FS: " PG-ARRS-FS
005130             MOVE 16 TO RETURN-CODE
005140             STOP RUN
005150         END-IF.
005160         PERFORM 3190-READ-ARREARS THRU 3190-EXIT.
005170         IF PG-ARRS-EOF-NO
005180             MOVE AR-AS-OF-DATE TO PG-ARREARS-AS-OF
005190         END-IF.
005200         PERFORM 5800-PRINT-PAGE-HEADING THRU 5800-EXIT.
005210         MOVE 'TERMOS EM ATRASO NA DATA DE LIQUIDACAO'
005220             TO SC-TITLE.
005230         MOVE PG-SECTION-LINE TO PG-PRINT-AREA.
005240         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
005250         PERFORM 3110-LIST-ARREARS THRU 3110-EXIT
005260             UNTIL PG-ARRS-EOF-YES.
005270         CLOSE ARREARS-FILE.
005280 3100-EXIT.
005290         EXIT.
005299 3110-LIST-ARREARS.
005300         IF AR-REQUEST-ID = PG-SELECT-ID
005301             AND AR-CURRENCY NOT = SPACES
005302             AND AR-CURRENCY NOT = PG-QUOTE-CURRENCY
005303             DISPLAY "PGARRS - ERRO: SALDO DO REQUEST "
005304                 AR-REQUEST-ID " EM " AR-CURRENCY
005305                 ", CRONOGRAMA EM " PG-QUOTE-CURRENCY
005306                 ", EXECUCAO CANCELADA."
005307             MOVE 16 TO RETURN-CODE
005308             STOP RUN
005309         END-IF.
005310         IF AR-REQUEST-ID = PG-SELECT-ID
005320             AND AR-DUE-DATE < PG-SETTLE-DATE
005330             MOVE AR-AMOUNT-DUE TO PG-ARREARS-DUE
005340             ADD 1 TO PG-ARREARS-COUNT
005350             ADD PG-ARREARS-DUE TO PG-ARREARS-AMOUNT
005360             MOVE AR-DUE-DATE     TO DT-DUE-DATE
005370             MOVE AR-CONTADOR     TO DT-CONTADOR
005380             MOVE AR-PROG-TYPE    TO DT-PROG-TYPE
005390             MOVE AR-DAYS-OVERDUE TO DT-DAYS
005400             MOVE 'SALDO LISTA ATRASOS' TO PG-STATUS-TEXT
005410             PERFORM 5000-PRINT-TERM-LINE THRU 5000-EXIT
005420         END-IF.
005430         PERFORM 3190-READ-ARREARS THRU 3190-EXIT.
005440 3110-EXIT.
005450         EXIT.
005460 3190-READ-ARREARS.
005470         READ ARREARS-FILE
005480             AT END
005490                 SET PG-ARRS-EOF-YES TO TRUE
005500         END-READ.
005510 3190-EXIT.
005520         EXIT.
005530 3300-PRICE-TERM.
005540         IF SH-DUE-DATE < PG-SETTLE-DATE
005550             IF SH-DUE-DATE < PG-ARREARS-AS-OF
005560                 ADD 1 TO PG-PRIOR-COUNT
005570             ELSE
005580                 PERFORM 3400-ARREARS-TERM THRU 3400-EXIT
005590             END-IF
005600             PERFORM 3900-RETURN-TERM THRU 3900-EXIT
005610             GO TO 3300-EXIT
005620         END-IF.
005630         IF PG-SECTION-ARREARS
005640             PERFORM 3500-CLOSE-ARREARS THRU 3500-EXIT
005650         END-IF.
005660         MOVE SH-DUE-DATE TO PG-DN-DATE-N.
005670         PERFORM 6000-DAY-NUMBER THRU 6000-EXIT.
005680         COMPUTE PG-DAYS-TO-DUE = PG-DN-DAYS - PG-SETTLE-DAYS.
005690         COMPUTE PG-YEARS-TO-DUE ROUNDED =
005700             PG-DAYS-TO-DUE / 365.
005710         COMPUTE PG-DISCOUNT-FACTOR ROUNDED =
005720             PG-RATE-FACTOR ** (0 - PG-YEARS-TO-DUE).
005730         COMPUTE PG-TERM-PV ROUNDED =
005740             SH-TERMOS-VALOR * PG-DISCOUNT-FACTOR.
005750         ADD 1 TO PG-REMAIN-COUNT.
005760         ADD SH-TERMOS-VALOR TO PG-NOMINAL-AMOUNT.
005770         ADD PG-TERM-PV      TO PG-PRESENT-VALUE.
005780         MOVE SH-DUE-DATE     TO DT-DUE-DATE.
005790         MOVE SH-CONTADOR     TO DT-CONTADOR.
005800         MOVE SH-PROG-TYPE    TO DT-PROG-TYPE.
005810         MOVE SH-TERMOS-VALOR TO DT-TERMO-VALOR.
005820         MOVE PG-DAYS-TO-DUE  TO DT-DAYS.
005830         MOVE PG-TERM-PV      TO DT-PRESENT-VALUE.
005840         MOVE 'A VENCER'      TO DT-STATUS.
005850         MOVE PG-DETAIL-LINE  TO PG-PRINT-AREA.
005860         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
005870         PERFORM 3900-RETURN-TERM THRU 3900-EXIT.
005880 3300-EXIT.
005890         EXIT.
005900*       DUE AFTER THE WORKLIST POSITION BUT BEFORE SETTLEMENT:
005910*       NO PAYMENT AGAINST IT IS KNOWN, SO IT IS OWED IN FULL.
005920 3400-ARREARS-TERM.
005930         MOVE SH-TERMOS-VALOR TO PG-ARREARS-DUE.
005940         ADD 1 TO PG-ARREARS-COUNT.
005950         ADD PG-ARREARS-DUE TO PG-ARREARS-AMOUNT.
005960         MOVE SH-DUE-DATE TO PG-DN-DATE-N.
005970         PERFORM 6000-DAY-NUMBER THRU 6000-EXIT.
005980         COMPUTE PG-DAYS-TO-DUE = PG-SETTLE-DAYS - PG-DN-DAYS.
005990         MOVE SH-DUE-DATE     TO DT-DUE-DATE.
006000         MOVE SH-CONTADOR     TO DT-CONTADOR.
006010         MOVE SH-PROG-TYPE    TO DT-PROG-TYPE.
006020         MOVE PG-DAYS-TO-DUE  TO DT-DAYS.
006030         MOVE 'VENCE ANTES DA LIQ.' TO PG-STATUS-TEXT.
006040         PERFORM 5000-PRINT-TERM-LINE THRU 5000-EXIT.
006050 3400-EXIT.
006060         EXIT.
006070 3500-CLOSE-ARREARS.
006080         MOVE 'TOTAL EM ATRASO' TO SM-LABEL.
006090         MOVE PG-ARREARS-COUNT  TO SM-COUNT.
006100         MOVE PG-ARREARS-AMOUNT TO SM-AMOUNT.
006110         MOVE PG-SUMMARY-LINE   TO PG-PRINT-AREA.
006120         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006130         MOVE SPACES TO PG-PRINT-AREA.
006140         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006150         MOVE 'TERMOS A VENCER NA DATA DE LIQUIDACAO OU DEPOIS'
006160             TO SC-TITLE.
006170         MOVE PG-SECTION-LINE TO PG-PRINT-AREA.
006180         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006190         SET PG-SECTION-REMAINING TO TRUE.
006200 3500-EXIT.
006210         EXIT.
006220 3600-CLOSE-REMAINING.
006230         MOVE 'TOTAL NOMINAL A VENCER' TO SM-LABEL.
006240         MOVE PG-REMAIN-COUNT   TO SM-COUNT.
006250         MOVE PG-NOMINAL-AMOUNT TO SM-AMOUNT.
006260         MOVE PG-SUMMARY-LINE   TO PG-PRINT-AREA.
006270         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006280 3600-EXIT.
006290         EXIT.
006300*--------------------------------------------------------------*
006310* NEXT LIVE TERM.  RECORDS OF OLDER EXECUTIONS ARE PASSED      *
006320* OVER, AS ARE TERMS WITH NO DUE DATE OR WITH NOTHING TO       *
006330* COLLECT (ZERO OR NEGATIVE VALUE).                            *
006340*--------------------------------------------------------------*
006350 3900-RETURN-TERM.
006360         RETURN HISTORY-SORT-FILE
006370             AT END
006380                 SET PG-SORT-EOF-YES TO TRUE
006390         END-RETURN.
006400         IF PG-SORT-EOF-YES
006410             GO TO 3900-EXIT
006420         END-IF.
006430         IF PG-LATEST-RUN-DATE = ZERO
006440             MOVE SH-RUN-DATE TO PG-LATEST-RUN-DATE
006450             MOVE SH-RUN-TIME TO PG-LATEST-RUN-TIME
006460         END-IF.
006470         IF SH-RUN-DATE NOT = PG-LATEST-RUN-DATE
006480             OR SH-RUN-TIME NOT = PG-LATEST-RUN-TIME
006490             GO TO 3900-RETURN-TERM
006500         END-IF.
006510         IF SH-DUE-DATE = ZERO
006520             OR SH-TERMOS-VALOR NOT > ZERO
006530             ADD 1 TO PG-NONRECV-COUNT
006540             GO TO 3900-RETURN-TERM
006550         END-IF.
006560 3900-EXIT.
006570         EXIT.
006580*--------------------------------------------------------------*
006590* CLOSING FIGURES: NOMINAL AND PRESENT VALUE OF WHAT REMAINS,  *
006600* THE DISCOUNT GIVEN, THE ARREARS, AND THE AMOUNT TO SETTLE.   *
006610*--------------------------------------------------------------*
006620 4000-PRINT-SUMMARY.
006630         COMPUTE PG-DISCOUNT-AMOUNT =
006640             PG-NOMINAL-AMOUNT - PG-PRESENT-VALUE.
006650         COMPUTE PG-PAYOFF-AMOUNT =
006660             PG-PRESENT-VALUE + PG-ARREARS-AMOUNT.
006670         MOVE SPACES TO PG-PRINT-AREA.
006680         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006690         MOVE 'TOTAL NOMINAL DOS TERMOS A VENCER' TO SM-LABEL.
006700         MOVE PG-REMAIN-COUNT    TO SM-COUNT.
006710         MOVE PG-NOMINAL-AMOUNT  TO SM-AMOUNT.
006720         PERFORM 4100-PRINT-SUMMARY-LINE THRU 4100-EXIT.
006730         MOVE 'VALOR PRESENTE DOS TERMOS A VENCER' TO SM-LABEL.
006740         MOVE PG-REMAIN-COUNT    TO SM-COUNT.
006750         MOVE PG-PRESENT-VALUE   TO SM-AMOUNT.
006760         PERFORM 4100-PRINT-SUMMARY-LINE THRU 4100-EXIT.
006770         MOVE 'DESCONTO PELA ANTECIPACAO' TO SM-LABEL.
006780         MOVE ZERO               TO SM-COUNT.
006790         MOVE PG-DISCOUNT-AMOUNT TO SM-AMOUNT.
006800         PERFORM 4100-PRINT-SUMMARY-LINE THRU 4100-EXIT.
006810         MOVE 'TERMOS EM ATRASO (VALOR NOMINAL)' TO SM-LABEL.
006820         MOVE PG-ARREARS-COUNT   TO SM-COUNT.
006830         MOVE PG-ARREARS-AMOUNT  TO SM-AMOUNT.
006840         PERFORM 4100-PRINT-SUMMARY-LINE THRU 4100-EXIT.
006850         MOVE 'VALOR PARA LIQUIDACAO (PRESENTE + ATRASO)'
006860             TO SM-LABEL.
006870         MOVE ZERO               TO SM-COUNT.
006880         MOVE PG-PAYOFF-AMOUNT   TO SM-AMOUNT.
006890         PERFORM 4100-PRINT-SUMMARY-LINE THRU 4100-EXIT.
006900 4000-EXIT.
006910         EXIT.
006920 4100-PRINT-SUMMARY-LINE.
006930         MOVE PG-SUMMARY-LINE TO PG-PRINT-AREA.
006940         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006950 4100-EXIT.
006960         EXIT.
006970*--------------------------------------------------------------*
006980* APPEND THE QUOTE TO THE LOG UNDER ITS NUMBER.  THE LOG IS    *
006990* OPENED ONLY NOW, SO A STEP THAT FAILS EARLIER LEAVES IT      *
007000* UNTOUCHED AND THE NUMBER UNUSED.                             *
007010*--------------------------------------------------------------*
007020 4500-WRITE-QUOTE-LOG.
007030         OPEN EXTEND QUOTE-LOG-FILE.
007040         IF PG-QLOG-FS NOT = '00' AND PG-QLOG-FS NOT = '05'
007050             DISPLAY "PGQLOG - ERRO NA ABERTURA DO LOG DE "
007060                 "COTACOES, FS: " PG-QLOG-FS
007070             MOVE 16 TO RETURN-CODE
007080             STOP RUN
007090         END-IF.
007100         MOVE SPACES             TO QUOTE-LOG-RECORD.
007110         MOVE PG-QUOTE-NUMBER    TO QL-QUOTE-NUMBER.
007120         MOVE PG-RUN-DATE        TO QL-QUOTE-DATE.
007130         MOVE PG-RUN-TIME        TO QL-QUOTE-TIME.
007140         MOVE PG-SELECT-ID       TO QL-REQUEST-ID.
007150         MOVE PG-QUOTE-CURRENCY  TO QL-CURRENCY.
007160         MOVE PG-SETTLE-DATE     TO QL-SETTLE-DATE.
007170         MOVE PG-EXPIRY-DATE     TO QL-EXPIRY-DATE.
007180         MOVE PG-ANNUAL-RATE     TO QL-ANNUAL-RATE.
007190         MOVE PG-LATEST-RUN-DATE TO QL-HIST-RUN-DATE.
007200         MOVE PG-LATEST-RUN-TIME TO QL-HIST-RUN-TIME.
007210         MOVE PG-ARREARS-AS-OF   TO QL-ARREARS-AS-OF.
007220         MOVE PG-REMAIN-COUNT    TO QL-REMAIN-COUNT.
007230         MOVE PG-NOMINAL-AMOUNT  TO QL-NOMINAL-AMOUNT.
007240         MOVE PG-PRESENT-VALUE   TO QL-PRESENT-VALUE.
007250         MOVE PG-ARREARS-COUNT   TO QL-ARREARS-COUNT.
007260         MOVE PG-ARREARS-AMOUNT  TO QL-ARREARS-AMOUNT.
007270         MOVE PG-PAYOFF-AMOUNT   TO QL-PAYOFF-AMOUNT.
007280         WRITE QUOTE-LOG-RECORD.
007290         CLOSE QUOTE-LOG-FILE.
007300 4500-EXIT.
007310         EXIT.
007320*--------------------------------------------------------------*
007330* AN ARREARS LINE: NOMINAL AMOUNT OWED, DAYS PAST DUE AT THE   *
007340* SETTLEMENT DATE (AT THE WORKLIST DATE FOR A WORKLIST         *
007350* BALANCE), NO PRESENT VALUE.                                  *
007360*--------------------------------------------------------------*
007370 5000-PRINT-TERM-LINE.
007380         MOVE PG-ARREARS-DUE  TO DT-TERMO-VALOR.
007390         MOVE ZERO            TO DT-PRESENT-VALUE.
007400         MOVE PG-STATUS-TEXT  TO DT-STATUS.
007410         MOVE PG-DETAIL-LINE  TO PG-PRINT-AREA.
007420         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
007430 5000-EXIT.
007440         EXIT.
007450*--------------------------------------------------------------*
007460* EVERY REPORT LINE GOES OUT THROUGH HERE SO PAGE OVERFLOW IS  *
007470* HANDLED IN ONE PLACE: A NEW PAGE REPEATS THE HEADINGS.       *
007480*--------------------------------------------------------------*
007490 5700-PRINT-LINE.
007500         IF PG-LINE-COUNT NOT < PG-LINES-PER-PAGE
007510             PERFORM 5800-PRINT-PAGE-HEADING THRU 5800-EXIT
007520         END-IF.
007530         MOVE SPACE         TO QP-CARRIAGE-CONTROL.
007540         MOVE PG-PRINT-AREA TO QP-PRINT-LINE.
007550         WRITE QUOTE-PRINT-RECORD.
007560         ADD 1 TO PG-LINE-COUNT.
007570 5700-EXIT.
007580         EXIT.
007590 5800-PRINT-PAGE-HEADING.
007600         ADD 1 TO PG-PAGE-COUNT.
007610         MOVE PG-PAGE-COUNT      TO RH-PAGE-NUMBER.
007620         MOVE PG-QUOTE-NUMBER    TO Q1-QUOTE-NUMBER.
007630         MOVE PG-SELECT-ID       TO Q1-REQUEST-ID.
007640         MOVE PG-QUOTE-CURRENCY  TO Q1-CURRENCY.
007650         MOVE PG-LATEST-RUN-DATE TO Q1-HIST-RUN-DATE.
007660         MOVE PG-LATEST-RUN-TIME TO Q1-HIST-RUN-TIME.
007670         MOVE PG-SETTLE-DATE     TO Q2-SETTLE-DATE.
007680         MOVE PG-ANNUAL-RATE     TO Q2-ANNUAL-RATE.
007690         MOVE PG-EXPIRY-DATE     TO Q2-EXPIRY-DATE.
007700         MOVE PG-ARREARS-AS-OF   TO Q2-ARREARS-AS-OF.
007710         MOVE '1'               TO QP-CARRIAGE-CONTROL.
007720         MOVE PG-REPORT-HEADING TO QP-PRINT-LINE.
007730         WRITE QUOTE-PRINT-RECORD.
007740         MOVE SPACE             TO QP-CARRIAGE-CONTROL.
007750         MOVE PG-QUOTE-LINE-1   TO QP-PRINT-LINE.
007760         WRITE QUOTE-PRINT-RECORD.
007770         MOVE PG-QUOTE-LINE-2   TO QP-PRINT-LINE.
007780         WRITE QUOTE-PRINT-RECORD.
007790         MOVE SPACES TO QP-PRINT-LINE.
007800         WRITE QUOTE-PRINT-RECORD.
007810         MOVE PG-COLUMN-HEADING TO QP-PRINT-LINE.
007820         WRITE QUOTE-PRINT-RECORD.
007830         MOVE 5 TO PG-LINE-COUNT.
007840 5800-EXIT.
007850         EXIT.
007860*--------------------------------------------------------------*
007870* DAY NUMBER OF PG-DN-DATE: WHOLE YEARS BEFORE IT AT 365 DAYS  *
007880* PLUS ONE PER LEAP YEAR (DIVISIBLE BY 4, NOT BY 100 UNLESS BY *
007890* 400), THE DAYS OF THE WHOLE MONTHS BEFORE IT THIS YEAR, AND  *
007900* THE DAY OF THE MONTH.                                        *
007910*--------------------------------------------------------------*
007920 6000-DAY-NUMBER.
007930         COMPUTE PG-DN-YEARS = PG-DN-YYYY - 1.
007940         DIVIDE PG-DN-YEARS BY 4   GIVING PG-DN-LEAP-DAYS.
007950         DIVIDE PG-DN-YEARS BY 100 GIVING PG-DN-CENTURIES.
007960         DIVIDE PG-DN-YEARS BY 400 GIVING PG-DN-QUAD-CENTURIES.
007970         COMPUTE PG-DN-DAYS = PG-DN-YEARS * 365
007980             + PG-DN-LEAP-DAYS - PG-DN-CENTURIES
007990             + PG-DN-QUAD-CENTURIES
008000             + PG-CUM-DAYS(PG-DN-MM) + PG-DN-DD.
008010         IF PG-DN-MM > 02
008020             PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT
008030             IF PG-LEAP-YEAR
008040                 ADD 1 TO PG-DN-DAYS
008050             END-IF
008060         END-IF.
008070 6000-EXIT.
008080         EXIT.
008090 6100-CHECK-LEAP-YEAR.
008100         SET PG-NOT-LEAP-YEAR TO TRUE.
008110         DIVIDE PG-DN-YYYY BY 4
008120             GIVING PG-LEAP-QUOTIENT
008130             REMAINDER PG-LEAP-REMAINDER.
008140         IF PG-LEAP-REMAINDER NOT = ZERO
008150             GO TO 6100-EXIT
008160         END-IF.
008170         DIVIDE PG-DN-YYYY BY 100
008180             GIVING PG-LEAP-QUOTIENT
008190             REMAINDER PG-LEAP-REMAINDER.
008200         IF PG-LEAP-REMAINDER NOT = ZERO
008210             SET PG-LEAP-YEAR TO TRUE
008220             GO TO 6100-EXIT
008230         END-IF.
008240         DIVIDE PG-DN-YYYY BY 400
008250             GIVING PG-LEAP-QUOTIENT
008260             REMAINDER PG-LEAP-REMAINDER.
008270         IF PG-LEAP-REMAINDER = ZERO
008280             SET PG-LEAP-YEAR TO TRUE
008290         END-IF.
008300 6100-EXIT.
008310         EXIT.
008320*       ONE CALENDAR DAY FORWARD FROM PG-DN-DATE.
008330 6200-ADD-ONE-DAY.
008340         PERFORM 6300-GET-MONTH-DAYS THRU 6300-EXIT.
008350         ADD 1 TO PG-DN-DD.
008360         IF PG-DN-DD > PG-DN-MONTH-DAYS
008370             MOVE 1 TO PG-DN-DD
008380             ADD 1 TO PG-DN-MM
008390             IF PG-DN-MM > 12
008400                 MOVE 1 TO PG-DN-MM
008410                 ADD 1 TO PG-DN-YYYY
008420             END-IF
008430         END-IF.
008440 6200-EXIT.
008450         EXIT.
008460 6300-GET-MONTH-DAYS.
008470         MOVE PG-MONTH-DAYS(PG-DN-MM) TO PG-DN-MONTH-DAYS.
008480         IF PG-DN-MM = 02
008490             PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT
008500             IF PG-LEAP-YEAR
008510                 MOVE 29 TO PG-DN-MONTH-DAYS
008520             END-IF
008530         END-IF.
008540 6300-EXIT.
008550         EXIT.
008560 9000-TERMINATE.
008570         CLOSE QUOTE-PRINT-FILE.
008580         MOVE PG-HIST-READ-COUNT TO PG-DISPLAY-COUNT.
008590         DISPLAY "PGQUOTE - REGISTROS DE HISTORICO LIDOS: "
008600             PG-DISPLAY-COUNT.
008610         MOVE PG-PRIOR-COUNT TO PG-DISPLAY-COUNT.
008620         DISPLAY "PGQUOTE - TERMOS ANTES DA POSICAO ATRASO:"
008630             PG-DISPLAY-COUNT.
008640         IF PG-LIVE-NOT-FOUND
008650             GO TO 9000-EXIT
008660         END-IF.
008670         DISPLAY "PGQUOTE - COTACAO " PG-QUOTE-NUMBER
008680             " REQUEST " PG-SELECT-ID " VALIDA ATE "
008690             PG-EXPIRY-DATE.
008700         MOVE PG-PAYOFF-AMOUNT TO PG-DISPLAY-AMOUNT.
008710         DISPLAY "PGQUOTE - VALOR PARA LIQUIDACAO: "
008720             PG-DISPLAY-AMOUNT " " PG-QUOTE-CURRENCY.
008730 9000-EXIT.
008740         EXIT.
