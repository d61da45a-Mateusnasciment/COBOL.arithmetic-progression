000010*----------------------------------------------------------------*
000020* PROGRAM:  PGHSKP
000030* PURPOSE:  SCHEDULE EXPIRY HOUSEKEEPING OVER THE REQUEST MASTER.
000040*           AN ACTIVE SCHEDULE WHOSE EFFECTIVE PERIOD HAS ENDED
000050*           (PM-EFF-TO BEFORE THE RUN DATE) OR WHOSE LAST TERM
000060*           FELL DUE BEFORE THE RUN DATE WILL NEVER GENERATE
000070*           AGAIN; FOR EACH ONE A PGMAINT CHANGE TRANSACTION
000080*           SETTING STATUS 'C' IS WRITTEN TO PGCLOSE, SO THE
000090*           CLOSURE IS APPLIED AND JOURNALED BY PGMAINT LIKE ANY
000100*           OTHER MAINTENANCE.  THE TRANSACTION CARRIES THE
000110*           SCHEDULE'S FIELDS UNCHANGED APART FROM THE STATUS, SO
000120*           IT IS NOT FINANCIAL AND APPLIES WITHOUT A SECOND
000130*           OPERATOR.
000140*
000150*           THE LAST DUE DATE IS WORKED OUT BY PROGRESSAO'S OWN
000160*           CALENDAR RULES: TERM 1 ON PM-FIRST-DUE-DATE, EACH
000170*           LATER TERM A WEEK, MONTH OR QUARTER AFTER IT, A DAY
000180*           PAST A SHORT MONTH'S END CLAMPED TO THE LAST DAY.  A
000190*           SCHEDULE WITH NO FIRST DUE DATE FALLS DUE FROM EACH
000200*           RUN DATE AND SO NEVER MATURES.
000210*
000220*           THE LISTING (PGHLIST) HAS THREE SECTIONS:
000230*             1  SCHEDULES CLOSED BY THIS RUN (TRANSACTIONS
000240*                WRITTEN).
000250*             2  EARLY WARNING: ACTIVE SCHEDULES THAT WILL
000260*                EXPIRE OR MATURE WITHIN THE WARNING WINDOW, SO
000270*                OWNERS CAN EXTEND THEM IN TIME.
000280*             3  SCHEDULES ON HOLD FOR LONGER THAN THE HOLD
000290*                LIMIT.  THE MASTER DOES NOT RECORD WHEN A HOLD
000300*                BEGAN, SO IT IS TAKEN FROM THE MAINTENANCE
000310*                JOURNAL (PGJRNL): THE LATEST APPLIED TRANSACTION
000320*                THAT MOVED THE SCHEDULE INTO STATUS 'H'.  A HELD
000330*                SCHEDULE WITH NO SUCH JOURNAL ENTRY IS LISTED
000340*                WITH ITS HOLD DATE UNKNOWN.
000350*           RETURN CODE 4 MEANS SOMETHING WAS LISTED.
000360*
000370*           PARAMETER CARD (PGPARM, OPTIONAL):
000380*             COLS 01-03  WARNING WINDOW IN DAYS (001-999;
000390*                         BLANK = 30)
000400*             COLS 04-06  HOLD LIMIT IN DAYS (001-999;
000410*                         BLANK = 90)
000420*             COLS 07-14  OPERATOR ID STAMPED ON THE CLOSE
000430*                         TRANSACTIONS (BLANK = PGHSKP)
000440*----------------------------------------------------------------*
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID.     PGHSKP.
000470 AUTHOR.         J HAWTHORNE.
000480 INSTALLATION.   DATA PROCESSING CENTER.
000490 DATE-WRITTEN.   15/10/2026.
000500 DATE-COMPILED.
000510*------------------------------------------------------------*
000520* MODIFICATION HISTORY
000530*   DATE       INIT  DESCRIPTION
000540*   15/10/2026 JH    ORIGINAL EXPIRY HOUSEKEEPING AND CLOSE
000550*                    TRANSACTION GENERATION.
000560*------------------------------------------------------------*
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600         SELECT REQUEST-MASTER-FILE ASSIGN TO PGMST
000610             ORGANIZATION IS INDEXED
000620             ACCESS MODE IS SEQUENTIAL
000630             RECORD KEY IS PM-REQUEST-ID
000640             FILE STATUS IS PG-MASTER-FS.
000650         SELECT MAINT-JOURNAL-FILE ASSIGN TO PGJRNL
000660             ORGANIZATION IS SEQUENTIAL.
000670         SELECT HOLD-SORT-FILE ASSIGN TO SORTWK01.
000680         SELECT CLOSE-TRANSACTION-FILE ASSIGN TO PGCLOSE
000690             ORGANIZATION IS SEQUENTIAL.
000700         SELECT HOUSEKEEPING-LISTING-FILE ASSIGN TO PGHLIST
000710             ORGANIZATION IS SEQUENTIAL.
000720         SELECT OPTIONAL HOUSEKEEPING-PARM-FILE ASSIGN TO PGPARM
000730             ORGANIZATION IS SEQUENTIAL
000740             FILE STATUS IS PG-PARM-FS.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  REQUEST-MASTER-FILE.
000780     COPY PGMSTREC.
000790 FD  MAINT-JOURNAL-FILE
000800         RECORDING MODE IS F.
000810     COPY PGJRNREC.
000820*   ONE RECORD PER JOURNAL ENTRY THAT PUT A SCHEDULE ON HOLD,
000830*   LATEST FIRST WITHIN EACH REQUEST-ID.
000840 SD  HOLD-SORT-FILE.
000850 01  HOLD-SORT-RECORD.
000860         05  SJ-REQUEST-ID            PIC X(08).
000870         05  SJ-RUN-DATE              PIC 9(08).
000880         05  SJ-RUN-TIME              PIC 9(06).
000890         05  SJ-OPERATOR              PIC X(08).
000900*   PGMAINT TRANSACTION LAYOUT (73 BYTES), ACTION 'C'.
000910 FD  CLOSE-TRANSACTION-FILE
000920         RECORDING MODE IS F.
000930 01  CLOSE-TRANSACTION-RECORD.
000940         05  CX-ACTION                PIC X(01).
000950         05  CX-REQUEST-ID            PIC X(08).
000960         05  CX-PROG-TYPE             PIC X(01).
000970         05  CX-NUM-INICIAL           PIC S9(4)V99.
000980         05  CX-RAZAO                 PIC S9(4)V99.
000990         05  CX-QTDE-TERMOS           PIC 9(5).
001000         05  CX-STATUS                PIC X(01).
001010         05  CX-EFF-FROM              PIC 9(08).
001020         05  CX-EFF-TO                PIC 9(08).
001030         05  CX-PAY-FREQ              PIC X(01).
001040         05  CX-FIRST-DUE-DATE        PIC 9(08).
001050         05  CX-CONTRIB               PIC S9(7)V99.
001060         05  CX-OPERATOR-ID           PIC X(08).
001070         05  CX-CURRENCY              PIC X(03).
001080 FD  HOUSEKEEPING-LISTING-FILE
001090         RECORDING MODE IS F.
001100 01  HOUSEKEEPING-LISTING-RECORD.
001110         05  HL-CARRIAGE-CONTROL      PIC X(01).
001120         05  HL-PRINT-LINE            PIC X(132).
001130 FD  HOUSEKEEPING-PARM-FILE
001140         RECORDING MODE IS F.
001150 01  HOUSEKEEPING-PARM-RECORD.
001160         05  PA-WARN-DAYS-X           PIC X(03).
001170         05  PA-WARN-DAYS REDEFINES PA-WARN-DAYS-X
001180                                      PIC 9(03).
001190         05  PA-HOLD-DAYS-X           PIC X(03).
001200         05  PA-HOLD-DAYS REDEFINES PA-HOLD-DAYS-X
001210                                      PIC 9(03).
001220         05  PA-OPERATOR-ID           PIC X(08).
001230         05  FILLER                   PIC X(66).
001240 WORKING-STORAGE SECTION.
001250 77  PG-MST-EOF-SWITCH            PIC X(01)   VALUE 'N'.
001260         88  PG-MST-EOF-YES                       VALUE 'Y'.
001270         88  PG-MST-EOF-NO                        VALUE 'N'.
001280 77  PG-EOF-SWITCH                PIC X(01)   VALUE 'N'.
001290         88  PG-EOF-YES                           VALUE 'Y'.
001300         88  PG-EOF-NO                            VALUE 'N'.
001310 77  PG-SORT-EOF-SWITCH           PIC X(01)   VALUE 'N'.
001320         88  PG-SORT-EOF-YES                      VALUE 'Y'.
001330         88  PG-SORT-EOF-NO                       VALUE 'N'.
001340 77  PG-PARM-EOF-SWITCH           PIC X(01)   VALUE 'N'.
001350         88  PG-PARM-EOF-YES                      VALUE 'Y'.
001360         88  PG-PARM-EOF-NO                       VALUE 'N'.
001370 77  PG-LEAP-SWITCH               PIC X(01)   VALUE 'N'.
001380         88  PG-LEAP-YEAR                         VALUE 'Y'.
001390         88  PG-NOT-LEAP-YEAR                     VALUE 'N'.
001400 77  PG-EXPIRED-SWITCH            PIC X(01)   VALUE 'N'.
001410         88  PG-EXPIRED                           VALUE 'Y'.
001420         88  PG-NOT-EXPIRED                       VALUE 'N'.
001430 77  PG-MATURED-SWITCH            PIC X(01)   VALUE 'N'.
001440         88  PG-MATURED                           VALUE 'Y'.
001450         88  PG-NOT-MATURED                       VALUE 'N'.
001460 77  PG-MASTER-FS                 PIC X(02)   VALUE '00'.
001470 77  PG-PARM-FS                   PIC X(02)   VALUE '00'.
001480 77  PG-PAGE-COUNT                PIC 9(04)   COMP VALUE 0.
001490 77  PG-LINE-COUNT                PIC 9(02)   COMP VALUE 99.
001500 77  PG-LINES-PER-PAGE            PIC 9(02)   COMP VALUE 55.
001510 77  PG-WARN-DAYS                 PIC 9(03)   COMP VALUE 30.
001520 77  PG-HOLD-DAYS                 PIC 9(03)   COMP VALUE 90.
001530 77  PG-TERM-SUB                  PIC 9(05)   COMP VALUE 0.
001540 77  PG-MASTER-COUNT              PIC 9(08)   COMP VALUE 0.
001550 77  PG-ACTIVE-COUNT              PIC 9(08)   COMP VALUE 0.
001560 77  PG-HELD-COUNT                PIC 9(08)   COMP VALUE 0.
001570 77  PG-CLOSE-COUNT               PIC 9(08)   COMP VALUE 0.
001580 77  PG-WARN-COUNT                PIC 9(08)   COMP VALUE 0.
001590 77  PG-LONG-HOLD-COUNT           PIC 9(08)   COMP VALUE 0.
001600 77  PG-JRNL-READ-COUNT           PIC 9(08)   COMP VALUE 0.
001610 01  PG-RUN-DATE                  PIC 9(08)   VALUE ZERO.
001620 01  PG-RUN-DAYS                  PIC S9(09)  COMP VALUE 0.
001630 01  PG-OPERATOR-ID               PIC X(08)   VALUE 'PGHSKP'.
001640 01  PG-SITUATION                 PIC X(30)   VALUE SPACES.
001650 01  PG-DISPLAY-COUNT             PIC Z(7)9.
001660*   THE SCHEDULE'S END DATES AS DAY NUMBERS, AND ITS LAST DUE
001670*   DATE (ZERO WHEN IT HAS NO FIXED FIRST DUE DATE).
001680 01  PG-LAST-DUE                  PIC 9(08)   VALUE ZERO.
001690 01  PG-EFF-TO-DAYS               PIC S9(09)  COMP VALUE 0.
001700 01  PG-LAST-DUE-DAYS             PIC S9(09)  COMP VALUE 0.
001710 01  PG-END-DAYS                  PIC S9(09)  COMP VALUE 0.
001720 01  PG-DAYS-DIFF                 PIC S9(09)  COMP VALUE 0.
001730 01  PG-MONTH-INDEX               PIC 9(07)   COMP VALUE 0.
001740 01  PG-MONTH-STEP                PIC 9(01)   COMP VALUE 0.
001750 01  PG-MONTH-REMAINDER           PIC 9(02)   COMP VALUE 0.
001760*   THE HOLD STREAM FROM THE SORT: REQUEST-ID OF THE CURRENT
001770*   LATEST HOLD ENTRY, HIGH-VALUES ONCE EXHAUSTED.
001780 01  PG-HOLD-KEY                  PIC X(08)   VALUE LOW-VALUES.
001790 01  PG-HOLD-SINCE-TEXT           PIC X(08)   VALUE SPACES.
001800 01  PG-HOLD-OPERATOR             PIC X(08)   VALUE SPACES.
001810*   STATUS BYTE OF A JOURNAL IMAGE (PGMSTREC LAYOUT).
001820 01  PG-IMAGE-VIEW.
001830         05  FILLER                   PIC X(26).
001840         05  IV-STATUS                PIC X(01).
001850         05  FILLER                   PIC X(43).
001860 01  PG-BEFORE-STATUS             PIC X(01)   VALUE SPACE.
001870*   PROGRESSAO'S RUNNING DUE DATE.  PG-DUE-BASE-DD REMEMBERS THE
001880*   FIRST DUE DATE'S DAY OF MONTH SO A MONTHLY SCHEDULE DUE ON
001890*   THE 31ST RETURNS TO THE 31ST AFTER A SHORT MONTH.
001900 01  PG-DUE-DATE.
001910         05  PG-DUE-YYYY              PIC 9(04).
001920         05  PG-DUE-MM                PIC 9(02).
001930         05  PG-DUE-DD                PIC 9(02).
001940 01  PG-DUE-DATE-N REDEFINES PG-DUE-DATE
001950                                      PIC 9(08).
001960 01  PG-DUE-BASE-DD               PIC 9(02)   VALUE ZERO.
001970 01  PG-DAYS-IN-MONTH             PIC 9(02)   VALUE ZERO.
001980*   DAY NUMBERS: DAYS ELAPSED SINCE 01/01/0001.
001990 01  PG-DN-DATE.
002000         05  PG-DN-YYYY               PIC 9(04).
002010         05  PG-DN-MM                 PIC 9(02).
002020         05  PG-DN-DD                 PIC 9(02).
002030 01  PG-DN-DATE-N REDEFINES PG-DN-DATE
002040                                      PIC 9(08).
002050 01  PG-DN-DAYS                   PIC S9(09)  COMP VALUE 0.
002060 01  PG-DN-YEARS                  PIC 9(04)   COMP VALUE 0.
002070 01  PG-DN-LEAP-DAYS              PIC 9(04)   COMP VALUE 0.
002080 01  PG-DN-CENTURIES              PIC 9(04)   COMP VALUE 0.
002090 01  PG-DN-QUAD-CENTURIES         PIC 9(04)   COMP VALUE 0.
002100 01  PG-LEAP-QUOTIENT             PIC 9(04)   COMP VALUE ZERO.
002110 01  PG-LEAP-REMAINDER            PIC 9(04)   COMP VALUE ZERO.
002120 01  PG-CUM-DAYS-VALUES           PIC X(36)
002130         VALUE '000031059090120151181212243273304334'.
002140 01  PG-CUM-DAYS-TABLE REDEFINES PG-CUM-DAYS-VALUES.
002150         05  PG-CUM-DAYS              PIC 9(03)   OCCURS 12 TIMES.
002160 01  PG-MONTH-DAYS-VALUES         PIC X(24)
002170         VALUE '312831303130313130313031'.
002180 01  PG-MONTH-DAYS-TABLE REDEFINES PG-MONTH-DAYS-VALUES.
002190         05  PG-MONTH-DAYS            PIC 9(02)   OCCURS 12 TIMES.
002200 01  PG-PRINT-AREA                PIC X(132)  VALUE SPACES.
002210 01  PG-REPORT-HEADING.
002220         05  FILLER                   PIC X(24)
002230             VALUE 'PGHSKP - VENCIMENTO DE C'.
002240         05  FILLER                   PIC X(21)
002250             VALUE 'RONOGRAMAS DO MASTER '.
002260         05  FILLER                   PIC X(55)  VALUE SPACES.
002270         05  FILLER                   PIC X(06)  VALUE 'DATA: '.
002280         05  RH-RUN-DATE              PIC 9(08).
002290         05  FILLER                   PIC X(02)  VALUE SPACES.
002300         05  FILLER                   PIC X(08)
002310             VALUE 'PAGINA: '.
002320         05  RH-PAGE-NUMBER           PIC ZZZ9.
002330         05  FILLER                   PIC X(04)  VALUE SPACES.
002340 01  PG-PARM-LINE.
002350         05  FILLER                   PIC X(17)
002360             VALUE 'JANELA DE AVISO: '.
002370         05  PL-WARN-DAYS             PIC ZZ9.
002380         05  FILLER                   PIC X(27)
002390             VALUE ' DIAS   LIMITE DE BLOQUEIO:'.
002400         05  FILLER                   PIC X(01)  VALUE SPACE.
002410         05  PL-HOLD-DAYS             PIC ZZ9.
002420         05  FILLER                   PIC X(17)
002430             VALUE ' DIAS   OPERADOR:'.
002440         05  FILLER                   PIC X(01)  VALUE SPACE.
002450         05  PL-OPERATOR-ID           PIC X(08).
002460         05  FILLER                   PIC X(55)  VALUE SPACES.
002470 01  PG-COLUMN-HEADING.
002480         05  FILLER                   PIC X(10)  VALUE 'REQUEST'.
002490         05  FILLER                   PIC X(03)  VALUE 'T'.
002500         05  FILLER                   PIC X(08)  VALUE 'TERMOS'.
002510         05  FILLER                   PIC X(04)  VALUE 'ST'.
002520         05  FILLER                   PIC X(10)  VALUE 'INICIO'.
002530         05  FILLER                   PIC X(10)  VALUE 'FIM'.
002540         05  FILLER                   PIC X(10)  VALUE 'ULT.VENC'.
002550         05  FILLER                   PIC X(10)  VALUE 'BLOQUEIO'.
002560         05  FILLER                   PIC X(10)  VALUE 'OPERADOR'.
002570         05  FILLER                   PIC X(08)  VALUE '    DIAS'.
002580         05  FILLER                   PIC X(02)  VALUE SPACES.
002590         05  FILLER                   PIC X(30)  VALUE 'SITUACAO'.
002600         05  FILLER                   PIC X(17)  VALUE SPACES.
002610 01  PG-SECTION-LINE.
002620         05  SC-TITLE                 PIC X(60).
002630         05  FILLER                   PIC X(72)  VALUE SPACES.
002640 01  PG-DETAIL-LINE.
002650         05  DL-REQUEST-ID            PIC X(08).
002660         05  FILLER                   PIC X(02)  VALUE SPACES.
002670         05  DL-PROG-TYPE             PIC X(01).
002680         05  FILLER                   PIC X(02)  VALUE SPACES.
002690         05  DL-QTDE-TERMOS           PIC Z(4)9.
002700         05  FILLER                   PIC X(03)  VALUE SPACES.
002710         05  DL-STATUS                PIC X(01).
002720         05  FILLER                   PIC X(03)  VALUE SPACES.
002730         05  DL-EFF-FROM              PIC 9(08).
002740         05  FILLER                   PIC X(02)  VALUE SPACES.
002750         05  DL-EFF-TO                PIC 9(08).
002760         05  FILLER                   PIC X(02)  VALUE SPACES.
002770         05  DL-LAST-DUE              PIC X(08).
002780         05  FILLER                   PIC X(02)  VALUE SPACES.
002790         05  DL-HOLD-SINCE            PIC X(08).
002800         05  FILLER                   PIC X(02)  VALUE SPACES.
002810         05  DL-OPERATOR              PIC X(08).
002820         05  FILLER                   PIC X(02)  VALUE SPACES.
002830         05  DL-DAYS                  PIC Z(7)9.
002840         05  FILLER                   PIC X(02)  VALUE SPACES.
002850         05  DL-SITUATION             PIC X(30).
002860         05  FILLER                   PIC X(17)  VALUE SPACES.
002870 01  PG-SUMMARY-LINE.
002880         05  SM-LABEL                 PIC X(44).
002890         05  SM-COUNT                 PIC Z(7)9.
002900         05  FILLER                   PIC X(80)  VALUE SPACES.
002910 PROCEDURE DIVISION.
002920 0000-MAINLINE.
002930         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002940         PERFORM 2000-CLOSE-PASS THRU 2000-EXIT.
002950         PERFORM 3000-WARNING-PASS THRU 3000-EXIT.
002960         SORT HOLD-SORT-FILE
002970             ON ASCENDING KEY SJ-REQUEST-ID
002980             ON DESCENDING KEY SJ-RUN-DATE SJ-RUN-TIME
002990             INPUT PROCEDURE IS 4000-SELECT-HOLDS
003000                 THRU 4000-EXIT
003010             OUTPUT PROCEDURE IS 4500-HOLD-PASS
003020                 THRU 4500-EXIT.
003030         IF SORT-RETURN NOT = ZERO
003040             DISPLAY "PGJRNL - ERRO NA CLASSIFICACAO DO "
003050                 "JORNAL, EXECUCAO CANCELADA."
003060             MOVE 16 TO RETURN-CODE
003070             STOP RUN
003080         END-IF.
003090         PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
003100         PERFORM 9000-TERMINATE THRU 9000-EXIT.
003110         STOP RUN.
003120 1000-INITIALIZE.
003130         ACCEPT PG-RUN-DATE FROM DATE YYYYMMDD.
003140         MOVE PG-RUN-DATE TO RH-RUN-DATE.
003150         MOVE PG-RUN-DATE TO PG-DN-DATE-N.
003160         PERFORM 6000-DAY-NUMBER THRU 6000-EXIT.
003170         MOVE PG-DN-DAYS TO PG-RUN-DAYS.
003180         PERFORM 1100-READ-PARM THRU 1100-EXIT.
003190         MOVE PG-WARN-DAYS   TO PL-WARN-DAYS.
003200         MOVE PG-HOLD-DAYS   TO PL-HOLD-DAYS.
003210         MOVE PG-OPERATOR-ID TO PL-OPERATOR-ID.
003220         OPEN OUTPUT CLOSE-TRANSACTION-FILE.
003230         OPEN OUTPUT HOUSEKEEPING-LISTING-FILE.
003240 1000-EXIT.
003250         EXIT.
003260*--------------------------------------------------------------*
003270* THE CARD IS OPTIONAL AND EACH FIELD ON IT MAY BE LEFT BLANK  *
003280* FOR ITS DEFAULT.  A PERIOD THAT IS PRESENT BUT NOT 001-999   *
003290* CANCELS THE STEP WITH RETURN CODE 16 RATHER THAN CLOSE       *
003300* SCHEDULES ON A GUESS.                                        *
003310*--------------------------------------------------------------*
003320 1100-READ-PARM.
003330         OPEN INPUT HOUSEKEEPING-PARM-FILE.
003340*       FS 00 = FILE PRESENT, FS 05 = OPTIONAL FILE NOT PRESENT --
003350*       BOTH ARE A SUCCESSFUL OPEN AND MUST BE CLOSED BELOW.
003360         IF PG-PARM-FS NOT = '00' AND PG-PARM-FS NOT = '05'
003370             GO TO 1100-EXIT
003380         END-IF.
003390         READ HOUSEKEEPING-PARM-FILE
003400             AT END
003410                 SET PG-PARM-EOF-YES TO TRUE
003420         END-READ.
003430         IF PG-PARM-EOF-YES
003440             CLOSE HOUSEKEEPING-PARM-FILE
003450             GO TO 1100-EXIT
003460         END-IF.
003470         IF PA-WARN-DAYS-X NOT = SPACES
003480             IF PA-WARN-DAYS IS NOT NUMERIC
003490                 OR PA-WARN-DAYS = ZERO
003500                 DISPLAY "PGPARM - ERRO: JANELA DE AVISO "
003510                     "INVALIDA: " PA-WARN-DAYS-X
003520                 MOVE 16 TO RETURN-CODE
003530                 CLOSE HOUSEKEEPING-PARM-FILE
003540                 STOP RUN
003550             END-IF
003560             MOVE PA-WARN-DAYS TO PG-WARN-DAYS
003570         END-IF.
003580         IF PA-HOLD-DAYS-X NOT = SPACES
003590             IF PA-HOLD-DAYS IS NOT NUMERIC
003600                 OR PA-HOLD-DAYS = ZERO
003610                 DISPLAY "PGPARM - ERRO: LIMITE DE BLOQUEIO "
003620                     "INVALIDO: " PA-HOLD-DAYS-X
003630                 MOVE 16 TO RETURN-CODE
003640                 CLOSE HOUSEKEEPING-PARM-FILE
003650                 STOP RUN
003660             END-IF
003670             MOVE PA-HOLD-DAYS TO PG-HOLD-DAYS
003680         END-IF.
003690         IF PA-OPERATOR-ID NOT = SPACES
003700             MOVE PA-OPERATOR-ID TO PG-OPERATOR-ID
003710         END-IF.
003720         CLOSE HOUSEKEEPING-PARM-FILE.
003730 1100-EXIT.
003740         EXIT.
003750*--------------------------------------------------------------*
003760* SECTION 1: AN ACTIVE SCHEDULE THAT HAS EXPIRED OR MATURED    *
003770* GETS ITS CLOSE TRANSACTION AND A LISTING LINE.               *
003780*--------------------------------------------------------------*
003790 2000-CLOSE-PASS.
003800         PERFORM 7000-OPEN-MASTER THRU 7000-EXIT.
003810         PERFORM 5800-PRINT-PAGE-HEADING THRU 5800-EXIT.
003820         MOVE 'CRONOGRAMAS ENCERRADOS - TRANSACAO DE FECHAMENTO '
003830             TO SC-TITLE.
003840         PERFORM 5600-PRINT-SECTION THRU 5600-EXIT.
003850         PERFORM 2100-CHECK-CLOSE THRU 2100-EXIT
003860             UNTIL PG-MST-EOF-YES.
003870         CLOSE REQUEST-MASTER-FILE.
003880         MOVE 'TOTAL DE TRANSACOES DE FECHAMENTO' TO SM-LABEL.
003890         MOVE PG-CLOSE-COUNT TO SM-COUNT.
003900         PERFORM 5500-PRINT-SECTION-TOTAL THRU 5500-EXIT.
003910 2000-EXIT.
003920         EXIT.
003930 2100-CHECK-CLOSE.
003940         ADD 1 TO PG-MASTER-COUNT.
003950         IF PM-STATUS-HOLD
003960             ADD 1 TO PG-HELD-COUNT
003970         END-IF.
003980         IF NOT PM-STATUS-ACTIVE
003990             GO TO 2100-READ-NEXT
004000         END-IF.
004010         ADD 1 TO PG-ACTIVE-COUNT.
004020         PERFORM 6400-SCHEDULE-END THRU 6400-EXIT.
004030         IF PG-NOT-EXPIRED AND PG-NOT-MATURED
004040             GO TO 2100-READ-NEXT
004050         END-IF.
004060         PERFORM 2200-WRITE-CLOSE THRU 2200-EXIT.
004070         IF PG-EXPIRED AND PG-MATURED
004080             MOVE 'VIGENCIA E TERMOS ENCERRADOS' TO PG-SITUATION
004090         ELSE
004100         IF PG-EXPIRED
004110             MOVE 'VIGENCIA ENCERRADA' TO PG-SITUATION
004120         ELSE
004130             MOVE 'TODOS OS TERMOS VENCIDOS' TO PG-SITUATION
004140         END-IF
004150         END-IF.
004160*       DAYS SINCE THE SCHEDULE FIRST STOPPED: THE EARLIER OF ITS
004170*       TWO END DATES THAT HAS PASSED.
004180         IF PG-EXPIRED AND PG-MATURED
004190             AND PG-LAST-DUE-DAYS < PG-EFF-TO-DAYS
004200             COMPUTE PG-DAYS-DIFF = PG-RUN-DAYS - PG-LAST-DUE-DAYS
004210         ELSE
004220         IF PG-EXPIRED
004230             COMPUTE PG-DAYS-DIFF = PG-RUN-DAYS - PG-EFF-TO-DAYS
004240         ELSE
004250             COMPUTE PG-DAYS-DIFF = PG-RUN-DAYS - PG-LAST-DUE-DAYS
004260         END-IF
004270         END-IF.
004280         MOVE SPACES TO PG-HOLD-SINCE-TEXT.
004290         PERFORM 5400-PRINT-DETAIL THRU 5400-EXIT.
004300 2100-READ-NEXT.
004310         PERFORM 7100-READ-MASTER THRU 7100-EXIT.
004320 2100-EXIT.
004330         EXIT.
004340*       THE MASTER RECORD AS IT STANDS, STATUS 'C'.  A BLANK
004350*       FREQUENCY OR CURRENCY IS PASSED ON BLANK, WHICH PGMAINT
004360*       READS AS "KEEP THE CURRENT VALUE".
004370 2200-WRITE-CLOSE.
004380         MOVE SPACES             TO CLOSE-TRANSACTION-RECORD.
004390         MOVE 'C'                TO CX-ACTION.
004400         MOVE PM-REQUEST-ID      TO CX-REQUEST-ID.
004410         MOVE PM-PROG-TYPE       TO CX-PROG-TYPE.
004420         MOVE PM-NUM-INICIAL     TO CX-NUM-INICIAL.
004430         MOVE PM-RAZAO           TO CX-RAZAO.
004440         MOVE PM-QTDE-TERMOS     TO CX-QTDE-TERMOS.
004450         MOVE 'C'                TO CX-STATUS.
004460         MOVE PM-EFF-FROM        TO CX-EFF-FROM.
004470         MOVE PM-EFF-TO          TO CX-EFF-TO.
004480         MOVE PM-PAY-FREQ        TO CX-PAY-FREQ.
004490         MOVE PM-FIRST-DUE-DATE  TO CX-FIRST-DUE-DATE.
004500         MOVE PM-CONTRIB         TO CX-CONTRIB.
004510         MOVE PG-OPERATOR-ID     TO CX-OPERATOR-ID.
004520         MOVE PM-CURRENCY        TO CX-CURRENCY.
004530         WRITE CLOSE-TRANSACTION-RECORD.
004540         ADD 1 TO PG-CLOSE-COUNT.
004550 2200-EXIT.
004560         EXIT.
004570*--------------------------------------------------------------*
004580* SECTION 2: AN ACTIVE SCHEDULE STILL RUNNING WHOSE EFFECTIVE  *
004590* PERIOD OR LAST TERM ENDS WITHIN THE WARNING WINDOW.  THE     *
004600* DAYS SHOWN ARE TO THE NEARER OF THE TWO.                     *
004610*--------------------------------------------------------------*
004620 3000-WARNING-PASS.
004630         PERFORM 7000-OPEN-MASTER THRU 7000-EXIT.
004640         MOVE SPACES TO PG-PRINT-AREA.
004650         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
004660         MOVE 'AVISO PREVIO - CRONOGRAMAS A ENCERRAR NA JANELA'
004670             TO SC-TITLE.
004680         PERFORM 5600-PRINT-SECTION THRU 5600-EXIT.
004690         PERFORM 3100-CHECK-WARNING THRU 3100-EXIT
004700             UNTIL PG-MST-EOF-YES.
004710         CLOSE REQUEST-MASTER-FILE.
004720         MOVE 'TOTAL DE CRONOGRAMAS EM AVISO' TO SM-LABEL.
004730         MOVE PG-WARN-COUNT TO SM-COUNT.
004740         PERFORM 5500-PRINT-SECTION-TOTAL THRU 5500-EXIT.
004750 3000-EXIT.
004760         EXIT.
004770 3100-CHECK-WARNING.
004780         IF NOT PM-STATUS-ACTIVE
004790             GO TO 3100-READ-NEXT
004800         END-IF.
004810         PERFORM 6400-SCHEDULE-END THRU 6400-EXIT.
004820         IF PG-EXPIRED OR PG-MATURED
004830             GO TO 3100-READ-NEXT
004840         END-IF.
004850         MOVE PG-EFF-TO-DAYS TO PG-END-DAYS.
004860         IF PG-LAST-DUE NOT = ZERO
004870             AND PG-LAST-DUE-DAYS < PG-END-DAYS
004880             MOVE PG-LAST-DUE-DAYS TO PG-END-DAYS
004890         END-IF.
004900         COMPUTE PG-DAYS-DIFF = PG-END-DAYS - PG-RUN-DAYS.
004910         IF PG-DAYS-DIFF > PG-WARN-DAYS
004920             GO TO 3100-READ-NEXT
004930         END-IF.
004940         ADD 1 TO PG-WARN-COUNT.
004950         IF PG-LAST-DUE NOT = ZERO
004960             AND PG-LAST-DUE-DAYS = PG-EFF-TO-DAYS
004970             MOVE 'VIGENCIA E TERMOS A ENCERRAR' TO PG-SITUATION
004980         ELSE
004990         IF PG-END-DAYS = PG-EFF-TO-DAYS
005000             MOVE 'VIGENCIA A EXPIRAR' TO PG-SITUATION
005010         ELSE
005020             MOVE 'ULTIMO TERMO A VENCER' TO PG-SITUATION
005030         END-IF
005040         END-IF.
005050         MOVE SPACES TO PG-HOLD-SINCE-TEXT.
005060         PERFORM 5400-PRINT-DETAIL THRU 5400-EXIT.
005070 3100-READ-NEXT.
005080         PERFORM 7100-READ-MASTER THRU 7100-EXIT.
005090 3100-EXIT.
005100         EXIT.
005110*--------------------------------------------------------------*
005120* SORT INPUT: EVERY JOURNAL ENTRY THAT MOVED A SCHEDULE INTO   *
005130* STATUS 'H' -- A HOLD, A CHANGE TO 'H', OR AN ADD ALREADY     *
005140* HELD.  AN ENTRY THAT LEFT A HELD SCHEDULE HELD DID NOT START *
005150* THE HOLD AND IS PASSED OVER.                                 *
005160*--------------------------------------------------------------*
005170 4000-SELECT-HOLDS.
005180         OPEN INPUT MAINT-JOURNAL-FILE.
005190         PERFORM 4900-READ-JOURNAL THRU 4900-EXIT.
005200         PERFORM 4100-RELEASE-HOLD THRU 4100-EXIT
005210             UNTIL PG-EOF-YES.
005220         CLOSE MAINT-JOURNAL-FILE.
005230 4000-EXIT.
005240         EXIT.
005250 4100-RELEASE-HOLD.
005260         MOVE JR-AFTER-IMAGE TO PG-IMAGE-VIEW.
005270         IF IV-STATUS NOT = 'H'
005280             PERFORM 4900-READ-JOURNAL THRU 4900-EXIT
005290             GO TO 4100-EXIT
005300         END-IF.
005310         MOVE JR-BEFORE-IMAGE TO PG-IMAGE-VIEW.
005320         MOVE IV-STATUS TO PG-BEFORE-STATUS.
005330         IF JR-BEFORE-IMAGE NOT = SPACES
005340             AND PG-BEFORE-STATUS = 'H'
005350             PERFORM 4900-READ-JOURNAL THRU 4900-EXIT
005360             GO TO 4100-EXIT
005370         END-IF.
005380         MOVE JR-REQUEST-ID     TO SJ-REQUEST-ID.
005390         MOVE JR-RUN-DATE       TO SJ-RUN-DATE.
005400         MOVE JR-RUN-TIME       TO SJ-RUN-TIME.
005410         MOVE JR-MAINT-OPERATOR TO SJ-OPERATOR.
005420         RELEASE HOLD-SORT-RECORD.
005430         PERFORM 4900-READ-JOURNAL THRU 4900-EXIT.
005440 4100-EXIT.
005450         EXIT.
005460*--------------------------------------------------------------*
005470* SORT OUTPUT / SECTION 3: THE MASTER AND THE HOLD ENTRIES ARE *
005480* BOTH IN REQUEST-ID ORDER AND ARE MATCHED BALANCE-LINE STYLE. *
005490* A HELD SCHEDULE'S HOLD DATE IS ITS LATEST ENTRY.             *
005500*--------------------------------------------------------------*
005510 4500-HOLD-PASS.
005520         PERFORM 7000-OPEN-MASTER THRU 7000-EXIT.
005530         MOVE SPACES TO PG-PRINT-AREA.
005540         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
005550         MOVE 'CRONOGRAMAS BLOQUEADOS ALEM DO LIMITE' TO SC-TITLE.
005560         PERFORM 5600-PRINT-SECTION THRU 5600-EXIT.
005570         PERFORM 4950-RETURN-HOLD THRU 4950-EXIT.
005580         PERFORM 4600-CHECK-HOLD THRU 4600-EXIT
005590             UNTIL PG-MST-EOF-YES.
005600         CLOSE REQUEST-MASTER-FILE.
005610         MOVE 'TOTAL DE BLOQUEIOS ALEM DO LIMITE' TO SM-LABEL.
005620         MOVE PG-LONG-HOLD-COUNT TO SM-COUNT.
005630         PERFORM 5500-PRINT-SECTION-TOTAL THRU 5500-EXIT.
005640 4500-EXIT.
005650         EXIT.
005660 4600-CHECK-HOLD.
005670         IF NOT PM-STATUS-HOLD
005680             GO TO 4600-READ-NEXT
005690         END-IF.
005700         PERFORM 4950-RETURN-HOLD THRU 4950-EXIT
005710             UNTIL PG-HOLD-KEY NOT < PM-REQUEST-ID.
005720         IF PG-HOLD-KEY = PM-REQUEST-ID
005730             MOVE SJ-RUN-DATE TO PG-DN-DATE-N
005740             PERFORM 6000-DAY-NUMBER THRU 6000-EXIT
005750             COMPUTE PG-DAYS-DIFF = PG-RUN-DAYS - PG-DN-DAYS
005760             IF PG-DAYS-DIFF NOT > PG-HOLD-DAYS
005770                 GO TO 4600-READ-NEXT
005780             END-IF
005790             MOVE SJ-RUN-DATE TO PG-HOLD-SINCE-TEXT
005800             MOVE SJ-OPERATOR TO PG-HOLD-OPERATOR
005810             MOVE 'BLOQUEADO' TO PG-SITUATION
005820         ELSE
005830             MOVE ZERO   TO PG-DAYS-DIFF
005840             MOVE SPACES TO PG-HOLD-SINCE-TEXT
005850             MOVE SPACES TO PG-HOLD-OPERATOR
005860             MOVE 'BLOQUEIO SEM REGISTRO JORNAL'
005870                 TO PG-SITUATION
005880         END-IF.
005890         PERFORM 6400-SCHEDULE-END THRU 6400-EXIT.
005900         IF PG-EXPIRED OR PG-MATURED
005910             MOVE 'BLOQUEADO E JA ENCERRADO' TO PG-SITUATION
005920         END-IF.
005930         ADD 1 TO PG-LONG-HOLD-COUNT.
005940         PERFORM 5400-PRINT-DETAIL THRU 5400-EXIT.
005950 4600-READ-NEXT.
005960         PERFORM 7100-READ-MASTER THRU 7100-EXIT.
005970 4600-EXIT.
005980         EXIT.
005990 4900-READ-JOURNAL.
006000         READ MAINT-JOURNAL-FILE
006010             AT END
006020                 SET PG-EOF-YES TO TRUE
006030         END-READ.
006040         IF PG-EOF-NO
006050             ADD 1 TO PG-JRNL-READ-COUNT
006060         END-IF.
006070 4900-EXIT.
006080         EXIT.
006090*       NEXT REQUEST-ID'S LATEST HOLD ENTRY: OLDER ENTRIES FOR
006100*       THE SAME REQUEST-ID FOLLOW IT IN THE SORT AND ARE SKIPPED.
006110 4950-RETURN-HOLD.
006120         RETURN HOLD-SORT-FILE
006130             AT END
006140                 SET PG-SORT-EOF-YES TO TRUE
006150         END-RETURN.
006160         IF PG-SORT-EOF-YES
006170             MOVE HIGH-VALUES TO PG-HOLD-KEY
006180             GO TO 4950-EXIT
006190         END-IF.
006200         IF SJ-REQUEST-ID = PG-HOLD-KEY
006210             GO TO 4950-RETURN-HOLD
006220         END-IF.
006230         MOVE SJ-REQUEST-ID TO PG-HOLD-KEY.
006240 4950-EXIT.
006250         EXIT.
006260 5000-PRINT-SUMMARY.
006270         MOVE SPACES TO PG-PRINT-AREA.
006280         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006290         MOVE 'RESUMO' TO SC-TITLE.
006300         PERFORM 5600-PRINT-SECTION THRU 5600-EXIT.
006310         MOVE 'CRONOGRAMAS LIDOS NO MASTER' TO SM-LABEL.
006320         MOVE PG-MASTER-COUNT TO SM-COUNT.
006330         MOVE PG-SUMMARY-LINE TO PG-PRINT-AREA.
006340         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006350         MOVE 'CRONOGRAMAS ATIVOS' TO SM-LABEL.
006360         MOVE PG-ACTIVE-COUNT TO SM-COUNT.
006370         MOVE PG-SUMMARY-LINE TO PG-PRINT-AREA.
006380         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006390         MOVE 'CRONOGRAMAS BLOQUEADOS' TO SM-LABEL.
006400         MOVE PG-HELD-COUNT TO SM-COUNT.
006410         MOVE PG-SUMMARY-LINE TO PG-PRINT-AREA.
006420         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006430         MOVE 'TRANSACOES DE FECHAMENTO GRAVADAS' TO SM-LABEL.
006440         MOVE PG-CLOSE-COUNT TO SM-COUNT.
006450         MOVE PG-SUMMARY-LINE TO PG-PRINT-AREA.
006460         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006470         MOVE 'CRONOGRAMAS EM AVISO PREVIO' TO SM-LABEL.
006480         MOVE PG-WARN-COUNT TO SM-COUNT.
006490         MOVE PG-SUMMARY-LINE TO PG-PRINT-AREA.
006500         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006510         MOVE 'BLOQUEIOS ALEM DO LIMITE' TO SM-LABEL.
006520         MOVE PG-LONG-HOLD-COUNT TO SM-COUNT.
006530         MOVE PG-SUMMARY-LINE TO PG-PRINT-AREA.
006540         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006550 5000-EXIT.
006560         EXIT.
006570 5400-PRINT-DETAIL.
006580         MOVE PM-REQUEST-ID      TO DL-REQUEST-ID.
006590         MOVE PM-PROG-TYPE       TO DL-PROG-TYPE.
006600         MOVE PM-QTDE-TERMOS     TO DL-QTDE-TERMOS.
006610         MOVE PM-STATUS          TO DL-STATUS.
006620         MOVE PM-EFF-FROM        TO DL-EFF-FROM.
006630         MOVE PM-EFF-TO          TO DL-EFF-TO.
006640         IF PG-LAST-DUE = ZERO
006650             MOVE 'FLUTUA' TO DL-LAST-DUE
006660         ELSE
006670             MOVE PG-LAST-DUE TO DL-LAST-DUE
006680         END-IF.
006690         MOVE PG-HOLD-SINCE-TEXT TO DL-HOLD-SINCE.
006700         IF PM-STATUS-HOLD
006710             MOVE PG-HOLD-OPERATOR TO DL-OPERATOR
006720         ELSE
006730             MOVE SPACES TO DL-OPERATOR
006740         END-IF.
006750         MOVE PG-DAYS-DIFF       TO DL-DAYS.
006760         MOVE PG-SITUATION       TO DL-SITUATION.
006770         MOVE PG-DETAIL-LINE     TO PG-PRINT-AREA.
006780         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006790 5400-EXIT.
006800         EXIT.
006810 5500-PRINT-SECTION-TOTAL.
006820         MOVE SPACES TO PG-PRINT-AREA.
006830         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006840         MOVE PG-SUMMARY-LINE TO PG-PRINT-AREA.
006850         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006860 5500-EXIT.
006870         EXIT.
006880*       A SECTION TITLE IS NEVER LEFT AT THE FOOT OF A PAGE.
006890 5600-PRINT-SECTION.
006900         IF PG-LINE-COUNT NOT < PG-LINES-PER-PAGE - 3
006910             PERFORM 5800-PRINT-PAGE-HEADING THRU 5800-EXIT
006920         END-IF.
006930         MOVE PG-SECTION-LINE TO PG-PRINT-AREA.
006940         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006950         MOVE SPACES TO PG-PRINT-AREA.
006960         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006970 5600-EXIT.
006980         EXIT.
006990 5700-PRINT-LINE.
007000         IF PG-LINE-COUNT NOT < PG-LINES-PER-PAGE
007010             PERFORM 5800-PRINT-PAGE-HEADING THRU 5800-EXIT
007020         END-IF.
007030         MOVE SPACE         TO HL-CARRIAGE-CONTROL.
007040         MOVE PG-PRINT-AREA TO HL-PRINT-LINE.
007050         WRITE HOUSEKEEPING-LISTING-RECORD.
007060         ADD 1 TO PG-LINE-COUNT.
007070 5700-EXIT.
007080         EXIT.
007090 5800-PRINT-PAGE-HEADING.
007100         ADD 1 TO PG-PAGE-COUNT.
007110         MOVE PG-PAGE-COUNT     TO RH-PAGE-NUMBER.
007120         MOVE '1'               TO HL-CARRIAGE-CONTROL.
007130         MOVE PG-REPORT-HEADING TO HL-PRINT-LINE.
007140         WRITE HOUSEKEEPING-LISTING-RECORD.
007150         MOVE SPACE             TO HL-CARRIAGE-CONTROL.
007160         MOVE PG-PARM-LINE      TO HL-PRINT-LINE.
007170         WRITE HOUSEKEEPING-LISTING-RECORD.
007180         MOVE SPACES TO HL-PRINT-LINE.
007190         WRITE HOUSEKEEPING-LISTING-RECORD.
007200         MOVE PG-COLUMN-HEADING TO HL-PRINT-LINE.
007210         WRITE HOUSEKEEPING-LISTING-RECORD.
007220         MOVE SPACES TO HL-PRINT-LINE.
007230         WRITE HOUSEKEEPING-LISTING-RECORD.
007240         MOVE 5 TO PG-LINE-COUNT.
007250 5800-EXIT.
007260         EXIT.
007270*--------------------------------------------------------------*
007280* DAY NUMBER OF PG-DN-DATE: WHOLE YEARS BEFORE IT AT 365 DAYS  *
007290* PLUS ONE PER LEAP YEAR (DIVISIBLE BY 4, NOT BY 100 UNLESS BY *
007300* 400), THE DAYS OF THE WHOLE MONTHS BEFORE IT THIS YEAR, AND  *
007310* THE DAY OF THE MONTH.                                        *
007320*--------------------------------------------------------------*
007330 6000-DAY-NUMBER.
007340         COMPUTE PG-DN-YEARS = PG-DN-YYYY - 1.
007350         DIVIDE PG-DN-YEARS BY 4   GIVING PG-DN-LEAP-DAYS.
007360         DIVIDE PG-DN-YEARS BY 100 GIVING PG-DN-CENTURIES.
007370         DIVIDE PG-DN-YEARS BY 400 GIVING PG-DN-QUAD-CENTURIES.
007380         COMPUTE PG-DN-DAYS = PG-DN-YEARS * 365
007390             + PG-DN-LEAP-DAYS - PG-DN-CENTURIES
007400             + PG-DN-QUAD-CENTURIES
007410             + PG-CUM-DAYS(PG-DN-MM) + PG-DN-DD.
007420         IF PG-DN-MM > 02
007430             PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT
007440             IF PG-LEAP-YEAR
007450                 ADD 1 TO PG-DN-DAYS
007460             END-IF
007470         END-IF.
007480 6000-EXIT.
007490         EXIT.
007500 6100-CHECK-LEAP-YEAR.
007510         SET PG-NOT-LEAP-YEAR TO TRUE.
007520         DIVIDE PG-DN-YYYY BY 4
007530             GIVING PG-LEAP-QUOTIENT
007540             REMAINDER PG-LEAP-REMAINDER.
007550         IF PG-LEAP-REMAINDER NOT = ZERO
007560             GO TO 6100-EXIT
007570         END-IF.
007580         DIVIDE PG-DN-YYYY BY 100
007590             GIVING PG-LEAP-QUOTIENT
007600             REMAINDER PG-LEAP-REMAINDER.
007610         IF PG-LEAP-REMAINDER NOT = ZERO
007620             SET PG-LEAP-YEAR TO TRUE
007630             GO TO 6100-EXIT
007640         END-IF.
007650         DIVIDE PG-DN-YYYY BY 400
007660             GIVING PG-LEAP-QUOTIENT
007670             REMAINDER PG-LEAP-REMAINDER.
007680         IF PG-LEAP-REMAINDER = ZERO
007690             SET PG-LEAP-YEAR TO TRUE
007700         END-IF.
007710 6100-EXIT.
007720         EXIT.
007730*       LENGTH OF THE MONTH OF PG-DUE-DATE.
007740 6300-GET-MONTH-DAYS.
007750         MOVE PG-DUE-YYYY TO PG-DN-YYYY.
007760         MOVE PG-DUE-MM   TO PG-DN-MM.
007770         MOVE PG-MONTH-DAYS(PG-DUE-MM) TO PG-DAYS-IN-MONTH.
007780         IF PG-DUE-MM = 02
007790             PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT
007800             IF PG-LEAP-YEAR
007810                 MOVE 29 TO PG-DAYS-IN-MONTH
007820             END-IF
007830         END-IF.
007840 6300-EXIT.
007850         EXIT.
007860*--------------------------------------------------------------*
007870* WHERE THE CURRENT MASTER RECORD'S SCHEDULE ENDS: PG-LAST-DUE *
007880* (ZERO IF THE FIRST DUE DATE FLOATS WITH THE RUN DATE) AND    *
007890* THE DAY NUMBERS OF IT AND OF PM-EFF-TO.  EXPIRED = PM-EFF-TO *
007900* BEFORE THE RUN DATE; MATURED = LAST TERM DUE BEFORE IT.      *
007910* A MONTHLY OR QUARTERLY LAST TERM FALLS (QTDE - 1) STEPS      *
007920* AFTER THE FIRST ON THE BASE DAY, CLAMPED TO THE MONTH'S END, *
007930* EXACTLY WHERE PROGRESSAO'S STEP-BY-STEP ADVANCE LANDS.  A    *
007940* WEEKLY SCHEDULE IS STEPPED THROUGH A WEEK AT A TIME.         *
007950*--------------------------------------------------------------*
007960 6400-SCHEDULE-END.
007970         SET PG-NOT-EXPIRED TO TRUE.
007980         SET PG-NOT-MATURED TO TRUE.
007990         MOVE PM-EFF-TO TO PG-DN-DATE-N.
008000         PERFORM 6000-DAY-NUMBER THRU 6000-EXIT.
008010         MOVE PG-DN-DAYS TO PG-EFF-TO-DAYS.
008020         IF PM-EFF-TO < PG-RUN-DATE
008030             SET PG-EXPIRED TO TRUE
008040         END-IF.
008050         MOVE ZERO TO PG-LAST-DUE.
008060         MOVE ZERO TO PG-LAST-DUE-DAYS.
008070         IF PM-FIRST-DUE-DATE = ZERO
008080             GO TO 6400-EXIT
008090         END-IF.
008100         MOVE PM-FIRST-DUE-DATE TO PG-DUE-DATE-N.
008110         MOVE PG-DUE-DD TO PG-DUE-BASE-DD.
008120         IF PM-PAY-FREQ = 'W'
008130             PERFORM 6300-GET-MONTH-DAYS THRU 6300-EXIT
008140             IF PG-DUE-DD > PG-DAYS-IN-MONTH
008150                 MOVE PG-DAYS-IN-MONTH TO PG-DUE-DD
008160             END-IF
008170             PERFORM 6410-ADVANCE-WEEK THRU 6410-EXIT
008180                 VARYING PG-TERM-SUB FROM 2 BY 1
008190                 UNTIL PG-TERM-SUB > PM-QTDE-TERMOS
008200             GO TO 6400-LAST-DUE
008210         END-IF.
008220         IF PM-PAY-FREQ = 'Q'
008230             MOVE 3 TO PG-MONTH-STEP
008240         ELSE
008250             MOVE 1 TO PG-MONTH-STEP
008260         END-IF.
008270         COMPUTE PG-MONTH-INDEX = PG-DUE-YYYY * 12
008280             + PG-DUE-MM - 1.
008290         IF PM-QTDE-TERMOS > 1
008300             COMPUTE PG-MONTH-INDEX = PG-MONTH-INDEX
008310                 + (PM-QTDE-TERMOS - 1) * PG-MONTH-STEP
008320         END-IF.
008330         DIVIDE PG-MONTH-INDEX BY 12
008340             GIVING PG-DUE-YYYY
008350             REMAINDER PG-MONTH-REMAINDER.
008360         COMPUTE PG-DUE-MM = PG-MONTH-REMAINDER + 1.
008370         MOVE PG-DUE-BASE-DD TO PG-DUE-DD.
008380         PERFORM 6300-GET-MONTH-DAYS THRU 6300-EXIT.
008390         IF PG-DUE-DD > PG-DAYS-IN-MONTH
008400             MOVE PG-DAYS-IN-MONTH TO PG-DUE-DD
008410         END-IF.
008420 6400-LAST-DUE.
008430         MOVE PG-DUE-DATE-N TO PG-LAST-DUE.
008440         MOVE PG-LAST-DUE TO PG-DN-DATE-N.
008450         PERFORM 6000-DAY-NUMBER THRU 6000-EXIT.
008460         MOVE PG-DN-DAYS TO PG-LAST-DUE-DAYS.
008470         IF PG-LAST-DUE < PG-RUN-DATE
008480             SET PG-MATURED TO TRUE
008490         END-IF.
008500 6400-EXIT.
008510         EXIT.
008520*       ONE WEEK FORWARD FROM PG-DUE-DATE, ROLLING INTO THE NEXT
008530*       MONTH AND YEAR.
008540 6410-ADVANCE-WEEK.
008550         PERFORM 6300-GET-MONTH-DAYS THRU 6300-EXIT.
008560         ADD 7 TO PG-DUE-DD.
008570         IF PG-DUE-DD NOT > PG-DAYS-IN-MONTH
008580             GO TO 6410-EXIT
008590         END-IF.
008600         SUBTRACT PG-DAYS-IN-MONTH FROM PG-DUE-DD.
008610         ADD 1 TO PG-DUE-MM.
008620         IF PG-DUE-MM > 12
008630             MOVE 1 TO PG-DUE-MM
008640             ADD 1 TO PG-DUE-YYYY
008650         END-IF.
008660 6410-EXIT.
008670         EXIT.
008680 7000-OPEN-MASTER.
008690         OPEN INPUT REQUEST-MASTER-FILE.
008700         IF PG-MASTER-FS NOT = '00'
008710             DISPLAY "PGMST - ERRO: ABERTURA DO MASTER FALHOU, "
008720                 "FILE STATUS " PG-MASTER-FS "."
008730             MOVE 16 TO RETURN-CODE
008740             STOP RUN
008750         END-IF.
008760         SET PG-MST-EOF-NO TO TRUE.
008770         PERFORM 7100-READ-MASTER THRU 7100-EXIT.
008780 7000-EXIT.
008790         EXIT.
008800 7100-READ-MASTER.
008810         READ REQUEST-MASTER-FILE
008820             AT END
008830                 SET PG-MST-EOF-YES TO TRUE
008840         END-READ.
008850 7100-EXIT.
008860         EXIT.
008870 9000-TERMINATE.
008880         CLOSE CLOSE-TRANSACTION-FILE.
008890         CLOSE HOUSEKEEPING-LISTING-FILE.
008900         MOVE PG-MASTER-COUNT TO PG-DISPLAY-COUNT.
008910         DISPLAY "PGHSKP - CRONOGRAMAS LIDOS:             "
008920             PG-DISPLAY-COUNT.
008930         MOVE PG-JRNL-READ-COUNT TO PG-DISPLAY-COUNT.
008940         DISPLAY "PGHSKP - REGISTROS DE JORNAL LIDOS:     "
008950             PG-DISPLAY-COUNT.
008960         MOVE PG-CLOSE-COUNT TO PG-DISPLAY-COUNT.
008970         DISPLAY "PGHSKP - TRANSACOES DE FECHAMENTO:      "
008980             PG-DISPLAY-COUNT.
008990         MOVE PG-WARN-COUNT TO PG-DISPLAY-COUNT.
009000         DISPLAY "PGHSKP - CRONOGRAMAS EM AVISO:          "
009010             PG-DISPLAY-COUNT.
009020         MOVE PG-LONG-HOLD-COUNT TO PG-DISPLAY-COUNT.
009030         DISPLAY "PGHSKP - BLOQUEIOS ALEM DO LIMITE:      "
009040             PG-DISPLAY-COUNT.
009050         IF PG-CLOSE-COUNT > ZERO
009060             OR PG-WARN-COUNT > ZERO
009070             OR PG-LONG-HOLD-COUNT > ZERO
009080             MOVE 4 TO RETURN-CODE
009090         END-IF.
009100 9000-EXIT.
009110         EXIT.
