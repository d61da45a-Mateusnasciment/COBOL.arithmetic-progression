000070*           REQUEST-ID SHOWING ITS PARAMETERS AND ITS TERMS IN
000080*           ALIGNED COLUMNS, THE PER-REQUEST TOTAL AND AVERAGE,
000090*           AND A CLOSING GRAND-TOTAL PAGE WITH REQUEST AND
000100*           TERM COUNTS FOR THE WHOLE RUN, SUBTOTALLED BY
000110*           CURRENCY, WITH EACH CURRENCY'S TOTAL CONVERTED TO
000112*           THE BASE CURRENCY AT THE LATEST RATE ON THE
000114*           OPTIONAL PGRATE FILE.  THE FIRST BYTE OF EACH PRINT
000116*           RECORD IS ASA CARRIAGE CONTROL.
000120*----------------------------------------------------------------*
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.     PGREPT.
000410*   02/09/2026 JH    THE CONTRIBUTION PROGRESSION TYPE 'C' IS
000420*                    NOW LABELED CONTRIBUICAO ON THE REQUEST
000430*                    HEADING.
000431*   15/10/2026 JH    LOAN AMORTIZATION TYPE 'L' LABELED
000432*                    AMORTIZACAO; A LOAN PRINTS THE PAYMENT
000433*                    SPLIT -- INTEREST, PRINCIPAL REPAID AND
000434*                    REMAINING BALANCE -- UNDER ITS OWN COLUMN
000435*                    HEADING, AND ITS TOTAL LINE IS FOLLOWED BY
000436*                    THE SCHEDULE'S TOTAL INTEREST AND
000437*                    PRINCIPAL.
000438*   15/10/2026 JH    MULTI-CURRENCY SCHEDULES: THE REQUEST
000439*                    HEADING SHOWS THE CURRENCY, AND THE
000440*                    GRAND-TOTAL PAGE SUBTOTALS REQUESTS, TERMS
000441*                    AND TOTAL BY CURRENCY WITH A BASE-CURRENCY
000442*                    EQUIVALENT FROM THE NEW PGRATE FILE.  A
000443*                    CURRENCY WITHOUT A RATE PRINTS SEM TAXA, IS
000444*                    LEFT OUT OF THE CONVERTED TOTAL AND SETS
000445*                    RETURN CODE 4.  A TERM WHOSE CURRENCY IS
000446*                    NOT IN PGCURTAB CANCELS THE STEP IN THE
000447*                    VERIFY PASS.
000448*------------------------------------------------------------*
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000490             ORGANIZATION IS SEQUENTIAL.
000500         SELECT REPORT-PRINT-FILE ASSIGN TO PGPRINT
000510             ORGANIZATION IS SEQUENTIAL.
000512         SELECT OPTIONAL RATE-FILE ASSIGN TO PGRATE
000514             ORGANIZATION IS SEQUENTIAL
000516             FILE STATUS IS PG-RATE-FS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  PROGRESSION-OUTPUT-FILE
000590 01  REPORT-PRINT-RECORD.
000600         05  RP-CARRIAGE-CONTROL      PIC X(01).
000610         05  RP-PRINT-LINE            PIC X(132).
000611*   ONE CARD PER CURRENCY AND RATE DATE: UNITS OF THE BASE
000612*   CURRENCY PER ONE UNIT OF RT-CURRENCY.  THE LATEST RATE DATE
000613*   NOT AFTER THE RUN DATE IS USED.
000614 FD  RATE-FILE
000615         RECORDING MODE IS F.
000616 01  RATE-RECORD.
000617         05  RT-CURRENCY              PIC X(03).
000618         05  RT-RATE-DATE             PIC 9(08).
000619         05  RT-RATE                  PIC 9(05)V9(06).
000620         05  FILLER                   PIC X(58).
000621 WORKING-STORAGE SECTION.
000630 77  PG-EOF-SWITCH                PIC X(01)   VALUE 'N'.
000640         88  PG-EOF-YES                           VALUE 'Y'.
000650         88  PG-EOF-NO                            VALUE 'N'.
000730         88  PG-TRAILER-SEEN                      VALUE 'Y'.
000740         88  PG-TRAILER-MISSING                   VALUE 'N'.
000750 77  PG-VERIFY-COUNT              PIC 9(08)   COMP VALUE 0.
000751 77  PG-LOAN-SWITCH               PIC X(01)   VALUE 'N'.
000752         88  PG-LOAN-REQUEST                      VALUE 'Y'.
000753         88  PG-NOT-LOAN-REQUEST                  VALUE 'N'.
000754 77  PG-RATE-EOF-SWITCH           PIC X(01)   VALUE 'N'.
000755         88  PG-RATE-EOF-YES                      VALUE 'Y'.
000756 77  PG-RATE-MISSING-SWITCH       PIC X(01)   VALUE 'N'.
000757         88  PG-RATE-MISSING                      VALUE 'Y'.
000758 77  PG-CT-SUB                    PIC 9(02)   COMP VALUE 0.
000759 77  PG-BASE-SUB                  PIC 9(02)   COMP VALUE 0.
000760 77  PG-RATE-FS                   PIC X(02)   VALUE '00'.
000761 01  PG-VERIFY-HASH               PIC S9(13)V99 COMP-3 VALUE 0.
000770     COPY PGOUTHDR.
000780 01  PG-RUN-DATE                  PIC 9(08)   VALUE ZERO.
000790 01  PG-CURRENT-REQUEST-ID        PIC X(08)   VALUE SPACES.
000800 01  PG-RUNNING-TOTAL             PIC S9(11)V99 COMP-3 VALUE 0.
000810 01  PG-AVERAGE-TERMO             PIC S9(9)V99 COMP-3 VALUE 0.
000811 01  PG-JUROS-TOTAL               PIC S9(11)V99 COMP-3 VALUE 0.
000812 01  PG-AMORTIZ-TOTAL             PIC S9(11)V99 COMP-3 VALUE 0.
000813 01  PG-CURRENT-CURRENCY          PIC X(03)   VALUE SPACES.
000814 01  PG-CONVERTED-TOTAL           PIC S9(15)V99 COMP-3 VALUE 0.
000815     COPY PGCURTAB.
000816*   RUN TOTALS AND RATE, ONE ENTRY PER PGCURTAB CURRENCY (SAME
000817*   SUBSCRIPT).
000818 01  PG-CURRENCY-TOTALS.
000819         05  PG-CT-ENTRY OCCURS 3 TIMES.
000820             10  PG-CT-REQUEST-COUNT      PIC 9(08)   COMP.
000821             10  PG-CT-TERM-COUNT         PIC 9(08)   COMP.
000822             10  PG-CT-TOTAL              PIC S9(13)V99 COMP-3.
000823             10  PG-CT-EQUIVALENT         PIC S9(15)V99 COMP-3.
000824             10  PG-CT-RATE               PIC 9(05)V9(06) COMP-3.
000825             10  PG-CT-RATE-DATE          PIC 9(08).
000826             10  PG-CT-RATE-SWITCH        PIC X(01).
000827                 88  PG-CT-RATE-FOUND             VALUE 'Y'.
000828 01  PG-REPORT-HEADING.
000830         05  FILLER                   PIC X(42)
000840             VALUE 'PGREPT - RELATORIO DAS PROGRESSOES GERADAS'.
000850         05  FILLER                   PIC X(58)  VALUE SPACES.
001030         05  FILLER                   PIC X(09)
001040             VALUE '  RAZAO: '.
001050         05  QH-RAZAO                 PIC -9(4).99.
001060         05  FILLER                   PIC X(09)
001062             VALUE '  MOEDA: '.
001064         05  QH-CURRENCY              PIC X(03).
001066         05  FILLER                   PIC X(43)  VALUE SPACES.
001070 01  PG-COLUMN-HEADING.
001080         05  FILLER                   PIC X(09)
001090             VALUE '    TERMO'.
001210         05  FILLER                   PIC X(05)  VALUE SPACES.
001220         05  DT-DUE-DATE              PIC 9(08).
001230         05  FILLER                   PIC X(94)  VALUE SPACES.
001231*   A LOAN'S TERMS CARRY THE PAYMENT SPLIT, SO THEY PRINT
001232*   UNDER THEIR OWN HEADING AND DETAIL LINE.
001233 01  PG-LOAN-COLUMN-HEADING.
001234         05  FILLER                   PIC X(09)
001235             VALUE '    TERMO'.
001236         05  FILLER                   PIC X(16)
001237             VALUE '       PRESTACAO'.
001238         05  FILLER                   PIC X(16)
001239             VALUE '           JUROS'.
001240         05  FILLER                   PIC X(16)
001241             VALUE '     AMORTIZACAO'.
001242         05  FILLER                   PIC X(16)
001243             VALUE '           SALDO'.
001244         05  FILLER                   PIC X(05)  VALUE SPACES.
001245         05  FILLER                   PIC X(10)
001246             VALUE 'VENCIMENTO'.
001247         05  FILLER                   PIC X(44)  VALUE SPACES.
001248 01  PG-LOAN-DETAIL-LINE.
001249         05  FILLER                   PIC X(04)  VALUE SPACES.
001250         05  LD-CONTADOR              PIC ZZZZ9.
001251         05  FILLER                   PIC X(03)  VALUE SPACES.
001252         05  LD-TERMO-VALOR           PIC -9(9).99.
001253         05  FILLER                   PIC X(03)  VALUE SPACES.
001254         05  LD-JUROS-VALOR           PIC -9(9).99.
001255         05  FILLER                   PIC X(03)  VALUE SPACES.
001256         05  LD-AMORTIZ-VALOR         PIC -9(9).99.
001257         05  FILLER                   PIC X(03)  VALUE SPACES.
001258         05  LD-SALDO-DEVEDOR         PIC -9(9).99.
001259         05  FILLER                   PIC X(05)  VALUE SPACES.
001260         05  LD-DUE-DATE              PIC 9(08).
001261         05  FILLER                   PIC X(46)  VALUE SPACES.
001262 01  PG-TOTAL-LINE.
001263         05  FILLER                   PIC X(14)
001264             VALUE '    TOTAL:    '.
001270         05  TL-TOTAL                 PIC -9(11).99.
001280         05  FILLER                   PIC X(10)
001290             VALUE '   MEDIA: '.
001300         05  TL-AVERAGE               PIC -9(9).99.
001310         05  FILLER                   PIC X(80)  VALUE SPACES.
001311 01  PG-LOAN-TOTAL-LINE.
001312         05  FILLER                   PIC X(14)
001313             VALUE '    JUROS:    '.
001314         05  LT-JUROS-TOTAL           PIC -9(11).99.
001315         05  FILLER                   PIC X(16)
001316             VALUE '   AMORTIZACAO: '.
001317         05  LT-AMORTIZ-TOTAL         PIC -9(11).99.
001318         05  FILLER                   PIC X(72)  VALUE SPACES.
001320 01  PG-GRAND-TOTAL-LINE.
001330         05  FILLER                   PIC X(25)
001340             VALUE 'TOTAL GERAL - REQUESTS:  '.
001370             VALUE '  TERMOS: '.
001380         05  GT-TERM-COUNT            PIC Z(7)9.
001390         05  FILLER                   PIC X(81)  VALUE SPACES.
001391 01  PG-CURRENCY-HEADING.
001392         05  FILLER                   PIC X(06)  VALUE 'MOEDA '.
001393         05  FILLER                   PIC X(10)
001394             VALUE '  REQUESTS'.
001395         05  FILLER                   PIC X(10)
001396             VALUE '    TERMOS'.
001397         05  FILLER                   PIC X(17)
001398             VALUE '            TOTAL'.
001399         05  FILLER                   PIC X(14)
001400             VALUE '          TAXA'.
001401         05  FILLER                   PIC X(11)
001402             VALUE '  DATA TAXA'.
001403         05  FILLER                   PIC X(21)
001404             VALUE '      EQUIVALENTE BRL'.
001405         05  FILLER                   PIC X(43)  VALUE SPACES.
001406 01  PG-CURRENCY-LINE.
001407         05  CL-CURRENCY              PIC X(03).
001408         05  FILLER                   PIC X(05)  VALUE SPACES.
001409         05  CL-REQUEST-COUNT         PIC Z(7)9.
001410         05  FILLER                   PIC X(02)  VALUE SPACES.
001411         05  CL-TERM-COUNT            PIC Z(7)9.
001412         05  CL-TOTAL                 PIC -9(13).99.
001413         05  FILLER                   PIC X(02)  VALUE SPACES.
001414         05  CL-RATE                  PIC ZZZZ9.999999.
001415         05  CL-RATE-TEXT REDEFINES CL-RATE
001416                                      PIC X(12).
001417         05  FILLER                   PIC X(03)  VALUE SPACES.
001418         05  CL-RATE-DATE             PIC 9(08).
001419         05  CL-RATE-DATE-TEXT REDEFINES CL-RATE-DATE
001420                                      PIC X(08).
001421         05  FILLER                   PIC X(02)  VALUE SPACES.
001422         05  CL-EQUIVALENT            PIC -9(15).99.
001423         05  CL-EQUIVALENT-TEXT REDEFINES CL-EQUIVALENT
001424                                      PIC X(19).
001425         05  FILLER                   PIC X(43)  VALUE SPACES.
001426 01  PG-CONVERTED-LINE.
001427         05  FILLER                   PIC X(70)
001428             VALUE 'TOTAL GERAL CONVERTIDO EM BRL (MOEDA BASE)'.
001429         05  CV-CONVERTED-TOTAL       PIC -9(15).99.
001430         05  FILLER                   PIC X(43)  VALUE SPACES.
001431 01  PG-NO-RATE-LINE.
001432         05  FILLER                   PIC X(48)  VALUE
001433             '* MOEDA SEM TAXA FICA FORA DO TOTAL CONVERTIDO.'.
001434         05  FILLER                   PIC X(84)  VALUE SPACES.
001435 PROCEDURE DIVISION.
001436 0000-MAINLINE.
001437         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001438         PERFORM 2000-PROCESS-DETAIL THRU 2000-EXIT
001440             UNTIL PG-EOF-YES.
001450         PERFORM 2500-CLOSE-REQUEST THRU 2500-EXIT.
001460         PERFORM 4000-PRINT-GRAND-TOTAL THRU 4000-EXIT.
001490 1000-INITIALIZE.
001500         ACCEPT PG-RUN-DATE FROM DATE YYYYMMDD.
001510         MOVE PG-RUN-DATE TO RH-RUN-DATE.
001513         INITIALIZE PG-CURRENCY-TOTALS.
001516         PERFORM 1700-LOAD-RATES THRU 1700-EXIT.
001520         OPEN INPUT  PROGRESSION-OUTPUT-FILE.
001530         PERFORM 1500-VERIFY-OUTPUT THRU 1500-EXIT.
001540         OPEN OUTPUT REPORT-PRINT-FILE.
002140         END-IF.
002150         ADD 1 TO PG-VERIFY-COUNT.
002160         ADD PO-TERMOS-VALOR TO PG-VERIFY-HASH.
002161         MOVE PO-CURRENCY TO PG-CUR-KEY.
002162         IF PG-CUR-KEY = SPACES
002163             MOVE PG-BASE-CURRENCY TO PG-CUR-KEY
002164         END-IF.
002165         PERFORM 1520-LOOKUP-CURRENCY THRU 1520-EXIT.
002166         IF PG-CUR-NOT-FOUND
002167             DISPLAY "PGOUT - ERRO: REQUEST " PO-REQUEST-ID
002168                 " COM MOEDA " PG-CUR-KEY " FORA DA TABELA, "
002169                 "EXECUCAO CANCELADA."
002170             MOVE 16 TO RETURN-CODE
002171             STOP RUN
002172         END-IF.
002173 1510-EXIT.
002174         EXIT.
002175*       THE MATCHING ENTRY'S SUBSCRIPT IS SAVED IN PG-CT-SUB --
002176*       THE VARYING STEPS PG-CUR-SUB PAST IT BEFORE STOPPING.
002177 1520-LOOKUP-CURRENCY.
002178         SET PG-CUR-NOT-FOUND TO TRUE.
002179         PERFORM 1530-CHECK-CURRENCY-ENTRY THRU 1530-EXIT
002180             VARYING PG-CUR-SUB FROM 1 BY 1
002181             UNTIL PG-CUR-SUB > PG-CUR-COUNT
002182             OR PG-CUR-FOUND.
002183 1520-EXIT.
002184         EXIT.
002185 1530-CHECK-CURRENCY-ENTRY.
002186         IF PG-CUR-CODE(PG-CUR-SUB) = PG-CUR-KEY
002187             SET PG-CUR-FOUND TO TRUE
002188             MOVE PG-CUR-SUB TO PG-CT-SUB
002189         END-IF.
002190 1530-EXIT.
002191         EXIT.
002192*--------------------------------------------------------------*
002193* THE BASE CURRENCY CONVERTS AT 1 ON THE RUN DATE.  EVERY OTHER *
002194* RATE COMES FROM THE OPTIONAL PGRATE FILE: FOR EACH CURRENCY   *
002195* THE CARD WITH THE LATEST RATE DATE NOT AFTER THE RUN DATE IS  *
002196* KEPT, IN WHATEVER ORDER THE CARDS ARRIVE.  A CARD FOR A       *
002197* CURRENCY NOT IN PGCURTAB OR WITH A ZERO OR NON-NUMERIC RATE   *
002198* IS LISTED AND IGNORED WITH RETURN CODE 4; A FUTURE-DATED CARD *
002199* IS SIMPLY NOT YET IN FORCE.                                   *
002200*--------------------------------------------------------------*
002201 1700-LOAD-RATES.
002202         MOVE PG-BASE-CURRENCY TO PG-CUR-KEY.
002203         PERFORM 1520-LOOKUP-CURRENCY THRU 1520-EXIT.
002204         MOVE PG-CT-SUB   TO PG-BASE-SUB.
002205         MOVE 1           TO PG-CT-RATE(PG-BASE-SUB).
002206         MOVE PG-RUN-DATE TO PG-CT-RATE-DATE(PG-BASE-SUB).
002207         SET PG-CT-RATE-FOUND(PG-BASE-SUB) TO TRUE.
002208         OPEN INPUT RATE-FILE.
002209*       FS 00 = FILE PRESENT, FS 05 = OPTIONAL FILE NOT PRESENT --
002210*       BOTH ARE A SUCCESSFUL OPEN AND MUST BE CLOSED BELOW.
002211         IF PG-RATE-FS NOT = '00' AND PG-RATE-FS NOT = '05'
002212             GO TO 1700-EXIT
002213         END-IF.
002214         PERFORM 1710-READ-RATE THRU 1710-EXIT
002215             UNTIL PG-RATE-EOF-YES.
002216         CLOSE RATE-FILE.
002217 1700-EXIT.
002218         EXIT.
002219 1710-READ-RATE.
002220         READ RATE-FILE
002221             AT END
002222                 SET PG-RATE-EOF-YES TO TRUE
002223         END-READ.
002224         IF PG-RATE-EOF-YES
002225             GO TO 1710-EXIT
002226         END-IF.
002227         MOVE RT-CURRENCY TO PG-CUR-KEY.
002228         PERFORM 1520-LOOKUP-CURRENCY THRU 1520-EXIT.
002229         IF PG-CUR-NOT-FOUND
002230             OR RT-RATE NOT NUMERIC
002231             OR RT-RATE-DATE NOT NUMERIC
002232             DISPLAY "PGRATE - AVISO: TAXA " RT-CURRENCY " "
002233                 RT-RATE-DATE " INVALIDA, IGNORADA."
002234             MOVE 4 TO RETURN-CODE
002235             GO TO 1710-EXIT
002236         END-IF.
002237         IF RT-RATE = ZERO
002238             DISPLAY "PGRATE - AVISO: TAXA " RT-CURRENCY " "
002239                 RT-RATE-DATE " ZERADA, IGNORADA."
002240             MOVE 4 TO RETURN-CODE
002241             GO TO 1710-EXIT
002242         END-IF.
002243         IF PG-CT-SUB = PG-BASE-SUB
002244             OR RT-RATE-DATE > PG-RUN-DATE
002245             GO TO 1710-EXIT
002246         END-IF.
002247         IF PG-CT-RATE-FOUND(PG-CT-SUB)
002248             AND RT-RATE-DATE NOT > PG-CT-RATE-DATE(PG-CT-SUB)
002249             GO TO 1710-EXIT
002250         END-IF.
002251         MOVE RT-RATE      TO PG-CT-RATE(PG-CT-SUB).
002252         MOVE RT-RATE-DATE TO PG-CT-RATE-DATE(PG-CT-SUB).
002253         SET PG-CT-RATE-FOUND(PG-CT-SUB) TO TRUE.
002254 1710-EXIT.
002255         EXIT.
002256* CONTROL BREAK ON PO-REQUEST-ID: EACH REQUEST STARTS ON A NEW  *
002257* PAGE WITH ITS PARAMETER LINE, AND ITS TOTAL/AVERAGE LINE IS   *
002258* PRINTED WHEN THE NEXT REQUEST (OR END OF FILE) IS REACHED.    *
002259*--------------------------------------------------------------*
002260 2000-PROCESS-DETAIL.
002261         IF PO-TERM-SUPERSEDED
002262             PERFORM 2900-READ-DETAIL THRU 2900-EXIT
002263             GO TO 2000-EXIT
002270         END-IF.
002280         IF PO-REQUEST-ID NOT = PG-CURRENT-REQUEST-ID
002290             PERFORM 2500-CLOSE-REQUEST THRU 2500-EXIT
002450         MOVE PG-TOTAL-LINE    TO RP-PRINT-LINE.
002460         WRITE REPORT-PRINT-RECORD.
002470         ADD 1 TO PG-LINE-COUNT.
002471         IF PG-LOAN-REQUEST
002472             MOVE PG-JUROS-TOTAL     TO LT-JUROS-TOTAL
002473             MOVE PG-AMORTIZ-TOTAL   TO LT-AMORTIZ-TOTAL
002474             MOVE PG-LOAN-TOTAL-LINE TO RP-PRINT-LINE
002475             WRITE REPORT-PRINT-RECORD
002476             ADD 1 TO PG-LINE-COUNT
002477         END-IF.
002480 2500-EXIT.
002490         EXIT.
002500 2900-READ-DETAIL.
002670         MOVE PO-REQUEST-ID TO PG-CURRENT-REQUEST-ID.
002680         MOVE ZERO          TO PG-RUNNING-TOTAL.
002690         MOVE ZERO          TO PG-TERM-COUNT.
002692         MOVE ZERO          TO PG-JUROS-TOTAL.
002694         MOVE ZERO          TO PG-AMORTIZ-TOTAL.
002696         SET PG-NOT-LOAN-REQUEST TO TRUE.
002700         ADD 1 TO PG-REQUEST-COUNT.
002701         MOVE PO-CURRENCY TO PG-CURRENT-CURRENCY.
002702         IF PG-CURRENT-CURRENCY = SPACES
002703             MOVE PG-BASE-CURRENCY TO PG-CURRENT-CURRENCY
002704         END-IF.
002705         MOVE PG-CURRENT-CURRENCY TO PG-CUR-KEY.
002706         PERFORM 1520-LOOKUP-CURRENCY THRU 1520-EXIT.
002707         ADD 1 TO PG-CT-REQUEST-COUNT(PG-CT-SUB).
002710         PERFORM 3800-PRINT-PAGE-HEADING THRU 3800-EXIT.
002720         MOVE PO-REQUEST-ID TO QH-REQUEST-ID.
002730         IF PO-PROG-TYPE = 'G'
002760         IF PO-PROG-TYPE = 'C'
002770             MOVE 'CONTRIBUICAO' TO QH-PROG-TYPE
002780         ELSE
002782         IF PO-PROG-TYPE = 'L'
002784             MOVE 'AMORTIZACAO' TO QH-PROG-TYPE
002786             SET PG-LOAN-REQUEST TO TRUE
002788         ELSE
002790             MOVE 'ARITMETICA' TO QH-PROG-TYPE
002795         END-IF
002800         END-IF
002810         END-IF.
002820         MOVE PO-NUM-INICIAL TO QH-NUM-INICIAL.
002830         MOVE PO-RAZAO       TO QH-RAZAO.
002835         MOVE PG-CURRENT-CURRENCY TO QH-CURRENCY.
002840         MOVE SPACE              TO RP-CARRIAGE-CONTROL.
002850         MOVE PG-REQUEST-HEADING TO RP-PRINT-LINE.
002860         WRITE REPORT-PRINT-RECORD.
002870         PERFORM 3700-PRINT-COLUMN-HEADING THRU 3700-EXIT.
002880         ADD 1 TO PG-LINE-COUNT.
002900 3000-EXIT.
002910         EXIT.
002920 3500-PRINT-TERM.
002930         IF PG-LINE-COUNT NOT < PG-LINES-PER-PAGE
002940             PERFORM 3800-PRINT-PAGE-HEADING THRU 3800-EXIT
002950             PERFORM 3700-PRINT-COLUMN-HEADING THRU 3700-EXIT
002990         END-IF.
003030         ADD PO-TERMOS-VALOR  TO PG-RUNNING-TOTAL.
003040         ADD 1 TO PG-TERM-COUNT.
003050         ADD 1 TO PG-GRAND-TERM-COUNT.
003053         ADD 1 TO PG-CT-TERM-COUNT(PG-CT-SUB).
003056         ADD PO-TERMOS-VALOR TO PG-CT-TOTAL(PG-CT-SUB).
003060         MOVE SPACE          TO RP-CARRIAGE-CONTROL.
003070         IF PG-LOAN-REQUEST
003071             MOVE PO-CONTADOR      TO LD-CONTADOR
003072             MOVE PO-TERMOS-VALOR  TO LD-TERMO-VALOR
003073             MOVE PO-JUROS-VALOR   TO LD-JUROS-VALOR
003074             MOVE PO-AMORTIZ-VALOR TO LD-AMORTIZ-VALOR
003075             MOVE PO-SALDO-DEVEDOR TO LD-SALDO-DEVEDOR
003076             MOVE PO-DUE-DATE      TO LD-DUE-DATE
003077             ADD PO-JUROS-VALOR    TO PG-JUROS-TOTAL
003078             ADD PO-AMORTIZ-VALOR  TO PG-AMORTIZ-TOTAL
003079             MOVE PG-LOAN-DETAIL-LINE TO RP-PRINT-LINE
003080         ELSE
003081             MOVE PO-CONTADOR     TO DT-CONTADOR
003082             MOVE PO-TERMOS-VALOR TO DT-TERMO-VALOR
003083             MOVE PO-DUE-DATE     TO DT-DUE-DATE
003084             MOVE PG-DETAIL-LINE  TO RP-PRINT-LINE
003085         END-IF.
003086         WRITE REPORT-PRINT-RECORD.
003090         ADD 1 TO PG-LINE-COUNT.
003100 3500-EXIT.
003101         EXIT.
003102 3700-PRINT-COLUMN-HEADING.
003103         MOVE SPACE TO RP-CARRIAGE-CONTROL.
003104         IF PG-LOAN-REQUEST
003105             MOVE PG-LOAN-COLUMN-HEADING TO RP-PRINT-LINE
003106         ELSE
003107             MOVE PG-COLUMN-HEADING      TO RP-PRINT-LINE
003108         END-IF.
003109         WRITE REPORT-PRINT-RECORD.
003110         ADD 1 TO PG-LINE-COUNT.
003111 3700-EXIT.
003112         EXIT.
003120 3800-PRINT-PAGE-HEADING.
003130         ADD 1 TO PG-PAGE-COUNT.
003140         MOVE PG-PAGE-COUNT TO RH-PAGE-NUMBER.
003280         MOVE SPACE               TO RP-CARRIAGE-CONTROL.
003290         MOVE PG-GRAND-TOTAL-LINE TO RP-PRINT-LINE.
003300         WRITE REPORT-PRINT-RECORD.
003301         MOVE SPACES TO RP-PRINT-LINE.
003302         WRITE REPORT-PRINT-RECORD.
003303         MOVE PG-CURRENCY-HEADING TO RP-PRINT-LINE.
003304         WRITE REPORT-PRINT-RECORD.
003305         PERFORM 4100-PRINT-CURRENCY-LINE THRU 4100-EXIT
003306             VARYING PG-CT-SUB FROM 1 BY 1
003307             UNTIL PG-CT-SUB > PG-CUR-COUNT.
003308         MOVE SPACES TO RP-PRINT-LINE.
003309         WRITE REPORT-PRINT-RECORD.
003310         MOVE PG-CONVERTED-TOTAL TO CV-CONVERTED-TOTAL.
003311         MOVE PG-CONVERTED-LINE  TO RP-PRINT-LINE.
003312         WRITE REPORT-PRINT-RECORD.
003313         IF PG-RATE-MISSING
003314             MOVE PG-NO-RATE-LINE TO RP-PRINT-LINE
003315             WRITE REPORT-PRINT-RECORD
003316             MOVE 4 TO RETURN-CODE
003317         END-IF.
003318 4000-EXIT.
003319         EXIT.
003320*--------------------------------------------------------------*
003321* ONE LINE PER CURRENCY THAT HAD REQUESTS IN THIS GENERATION.   *
003322* ONLY A CURRENCY WITH A RATE IS CONVERTED AND ADDED INTO THE   *
003323* BASE-CURRENCY TOTAL -- AMOUNTS IN DIFFERENT CURRENCIES ARE    *
003324* NEVER ADDED TOGETHER AS THEY STAND.                           *
003325*--------------------------------------------------------------*
003326 4100-PRINT-CURRENCY-LINE.
003327         IF PG-CT-REQUEST-COUNT(PG-CT-SUB) = ZERO
003328             GO TO 4100-EXIT
003329         END-IF.
003330         MOVE PG-CUR-CODE(PG-CT-SUB)         TO CL-CURRENCY.
003331         MOVE PG-CT-REQUEST-COUNT(PG-CT-SUB) TO CL-REQUEST-COUNT.
003332         MOVE PG-CT-TERM-COUNT(PG-CT-SUB)    TO CL-TERM-COUNT.
003333         MOVE PG-CT-TOTAL(PG-CT-SUB)         TO CL-TOTAL.
003334         IF PG-CT-RATE-FOUND(PG-CT-SUB)
003335             COMPUTE PG-CT-EQUIVALENT(PG-CT-SUB) ROUNDED =
003336                 PG-CT-TOTAL(PG-CT-SUB) * PG-CT-RATE(PG-CT-SUB)
003337             ADD PG-CT-EQUIVALENT(PG-CT-SUB) TO PG-CONVERTED-TOTAL
003338             MOVE PG-CT-RATE(PG-CT-SUB)       TO CL-RATE
003339             MOVE PG-CT-RATE-DATE(PG-CT-SUB)  TO CL-RATE-DATE
003340             MOVE PG-CT-EQUIVALENT(PG-CT-SUB) TO CL-EQUIVALENT
003341         ELSE
003342             MOVE '    SEM TAXA' TO CL-RATE-TEXT
003343             MOVE SPACES         TO CL-RATE-DATE-TEXT
003344             MOVE SPACES         TO CL-EQUIVALENT-TEXT
003345             SET PG-RATE-MISSING TO TRUE
003346         END-IF.
003347         MOVE SPACE            TO RP-CARRIAGE-CONTROL.
003348         MOVE PG-CURRENCY-LINE TO RP-PRINT-LINE.
003349         WRITE REPORT-PRINT-RECORD.
003350 4100-EXIT.
003351         EXIT.
003352 9000-TERMINATE.
003353         CLOSE PROGRESSION-OUTPUT-FILE.
003354         CLOSE REPORT-PRINT-FILE.
003360 9000-EXIT.
003370         EXIT.
