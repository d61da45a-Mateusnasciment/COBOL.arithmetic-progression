001800*                    SCHEDULE ACCOUNTED FOR.  A RESTART
001810*                    EXTENDS THE REJECT FILE SO PRE-CRASH
001820*                    REJECTS SURVIVE.
001821*   15/10/2026 JH    NEW LOAN AMORTIZATION PROGRESSION TYPE
001822*                    'L': NUM-INICIAL IS THE PRINCIPAL, RAZAO
001823*                    THE PERIODIC INTEREST RATE IN PERCENT AND
001824*                    QTDE-TERMOS THE NUMBER OF PAYMENTS.  EACH
001825*                    TERM IS THE LEVEL PAYMENT (ROUNDED HALF-UP
001826*                    TO THE CENT) SPLIT INTO INTEREST ON THE
001827*                    OPEN BALANCE AND PRINCIPAL REPAID, WITH THE
001828*                    REMAINING BALANCE, ALL CARRIED ON PGOUT
001829*                    (RECORD GREW 46 TO 79).  THE LAST PAYMENT
001830*                    ABSORBS THE ROUNDING SO THE BALANCE ENDS
001831*                    AT EXACTLY ZERO.  THE TRIAL PASS REJECTS
001832*                    A LOAN THAT CANNOT AMORTIZE WITH THE NEW
001833*                    REASON CODE 05.
001834*   15/10/2026 JH    CURRENCY CODE: THE MASTER'S PM-CURRENCY
001835*                    (BLANK READ AS BRL, THE BASE CURRENCY) IS
001836*                    VALIDATED AGAINST THE PGCURTAB TABLE --
001837*                    REJECT REASON 06 -- AND CARRIED ON EVERY
001838*                    PGOUT TERM AND REJECT (PGOUT RECORD GREW 79
001839*                    TO 82).  A CORRECTION RUN CARRIES THE PRIOR
001840*                    TERM'S CURRENCY ON EVERY COPIED RECORD.
001841*------------------------------------------------------------*
001842 ENVIRONMENT DIVISION.
001850 INPUT-OUTPUT SECTION.
001860 FILE-CONTROL.
001870         SELECT REQUEST-MASTER-FILE ASSIGN TO PGMST
002170     COPY PGOUTREC.
002180 FD  PROGRESSION-WORK-FILE
002190         RECORDING MODE IS F.
002200 01  PROGRESSION-WORK-RECORD         PIC X(82).
002210 FD  CHECKPOINT-FILE
002220         RECORDING MODE IS F.
002230 01  CHECKPOINT-RECORD.
002580         05  PP-PROG-TYPE             PIC X(01).
002590         05  PP-RECORD-STATUS         PIC X(01).
002600         05  PP-DUE-DATE              PIC 9(08).
002602         05  PP-JUROS-VALOR           PIC S9(9)V99.
002604         05  PP-AMORTIZ-VALOR         PIC S9(9)V99.
002606         05  PP-SALDO-DEVEDOR         PIC S9(9)V99.
002608         05  PP-CURRENCY              PIC X(03).
002610 WORKING-STORAGE SECTION.
002620 77  PG-EOF-SWITCH                PIC X(01)   VALUE 'N'.
002630         88  PG-EOF-YES                           VALUE 'Y'.
002740 77  PG-OVERFLOW-SWITCH           PIC X(01)   VALUE 'N'.
002750         88  PG-OVERFLOW-YES                      VALUE 'Y'.
002760         88  PG-OVERFLOW-NO                       VALUE 'N'.
002761*   SET BY THE LOAN TERM BUILD WHEN A TYPE-L SCHEDULE CANNOT
002762*   RETIRE ITS PRINCIPAL (REJECT REASON 05).
002763 77  PG-AMORTIZE-SWITCH           PIC X(01)   VALUE 'N'.
002764         88  PG-AMORTIZE-FAIL                     VALUE 'Y'.
002765         88  PG-AMORTIZE-OK                       VALUE 'N'.
002766 77  PG-FATOR-SUB                 PIC 9(5)    COMP VALUE 0.
002770 77  PG-OUT-EOF-SWITCH            PIC X(01)   VALUE 'N'.
002780         88  PG-OUT-EOF-YES                       VALUE 'Y'.
002790         88  PG-OUT-EOF-NO                        VALUE 'N'.
003540         88  PROG-TYPE-ARITHMETIC                 VALUE 'A'.
003550         88  PROG-TYPE-GEOMETRIC                  VALUE 'G'.
003560         88  PROG-TYPE-CONTRIBUTION               VALUE 'C'.
003565         88  PROG-TYPE-LOAN                       VALUE 'L'.
003570 01  TOTAL-TERMOS                 PIC S9(11)V99 COMP-3.
003580 01  AVERAGE-TERMO                PIC S9(9)V99 COMP-3.
003590*   EDITED FIELDS FOR DISPLAY ONLY -- TOTAL-TERMOS, AVERAGE-TERMO,
003650 01  PG-DISPLAY-TERMO             PIC -9(9).99.
003660 01  PG-DISPLAY-TOTAL             PIC -9(11).99.
003670 01  PG-DISPLAY-AVERAGE           PIC -9(9).99.
003672 01  PG-DISPLAY-JUROS             PIC -9(9).99.
003674 01  PG-DISPLAY-AMORTIZ           PIC -9(9).99.
003676 01  PG-DISPLAY-SALDO             PIC -9(9).99.
003680*   RUNNING PAYMENT DUE DATE FOR THE TERM BEING WRITTEN, BROKEN
003690*   INTO ITS PARTS FOR THE PERIOD ARITHMETIC IN 5000/5100/5200.
003700*   PG-DUE-BASE-DD REMEMBERS THE FIRST-DUE-DATE'S DAY OF MONTH SO
003800 01  PG-DAYS-IN-MONTH             PIC 9(02)   VALUE ZERO.
003810 01  PG-LEAP-QUOTIENT             PIC 9(04)   COMP VALUE ZERO.
003820 01  PG-LEAP-REMAINDER            PIC 9(04)   COMP VALUE ZERO.
003825     COPY PGCURTAB.
003830     COPY PGREQREC.
003840 PROCEDURE DIVISION.
003850 0000-MAINLINE.
006410         MOVE PM-PAY-FREQ    TO PAY-FREQ.
006420         MOVE PM-FIRST-DUE-DATE TO FIRST-DUE-DATE.
006430         MOVE PM-CONTRIB     TO CONTRIB-VALOR.
006435         MOVE PM-CURRENCY    TO MOEDA.
006440
006450         PERFORM 2050-VALIDATE-REQUEST THRU 2050-EXIT.
006460         IF PG-REQUEST-INVALID
006540*       IS WRITTEN, SO AN OVERFLOWING REQUEST IS REJECTED WHOLE
006550*       AND NEVER LEFT HALF-WRITTEN ON THE OUTPUT FILE.
006560         SET PG-OVERFLOW-NO TO TRUE.
006565         SET PG-AMORTIZE-OK TO TRUE.
006570         MOVE ZERO TO TOTAL-TERMOS.
006580         PERFORM 3000-BUILD-TERM THRU 3000-EXIT
006590             VARYING CONTADOR FROM 1 BY 1
006600             UNTIL CONTADOR > QTDE-TERMOS
006610             OR PG-OVERFLOW-YES
006611             OR PG-AMORTIZE-FAIL.
006612         IF PG-AMORTIZE-FAIL
006613             ADD 1 TO PG-OVERFLOW-REJECT-COUNT
006614             MOVE '05' TO PG-REJECT-REASON
006615             PERFORM 3500-WRITE-REJECT THRU 3500-EXIT
006616             GO TO 2000-READ-NEXT
006617         END-IF.
006620         IF PG-OVERFLOW-YES
006630             ADD 1 TO PG-OVERFLOW-REJECT-COUNT
006640             MOVE '04' TO PG-REJECT-REASON
006910             SET PG-REQUEST-INVALID TO TRUE
006920         END-IF.
006930         IF NOT PROG-TYPE-ARITHMETIC AND NOT PROG-TYPE-GEOMETRIC
006940             AND NOT PROG-TYPE-CONTRIBUTION AND NOT PROG-TYPE-LOAN
006950             DISPLAY "REQUEST " REQUEST-ID
006960                 " - ERRO: TIPO DE PROGRESSAO INVALIDO, "
006970                 "REGISTRO IGNORADO (USE A, G, C OU L)."
006980             IF PG-REJECT-REASON = SPACES
006990                 MOVE '02' TO PG-REJECT-REASON
006991             END-IF
006992             SET PG-REQUEST-INVALID TO TRUE
006993         END-IF.
006994*       A LOAN NEEDS A POSITIVE PRINCIPAL TO REPAY AND A RATE
006995*       THAT IS NOT NEGATIVE (ZERO IS AN INTEREST-FREE LOAN).
006996         IF PROG-TYPE-LOAN
006997             AND (NUM-INICIAL NOT > ZERO OR RAZAO < ZERO)
006998             DISPLAY "REQUEST " REQUEST-ID
006999                 " - ERRO: EMPRESTIMO SEM PRINCIPAL POSITIVO OU "
007000                 "COM TAXA NEGATIVA, REGISTRO IGNORADO."
007001             IF PG-REJECT-REASON = SPACES
007002                 MOVE '05' TO PG-REJECT-REASON
007003             END-IF
007010             SET PG-REQUEST-INVALID TO TRUE
007020         END-IF.
007030*       A BLANK FREQUENCY MEANS A MASTER RECORD CONVERTED FROM
007160             END-IF
007170             SET PG-REQUEST-INVALID TO TRUE
007180         END-IF.
007181*       A BLANK CURRENCY MEANS A MASTER RECORD WRITTEN BEFORE
007182*       THE CURRENCY CODE -- READ IT AS THE BASE CURRENCY.
007183         IF MOEDA = SPACES
007184             MOVE PG-BASE-CURRENCY TO MOEDA
007185         END-IF.
007186         MOVE MOEDA TO PG-CUR-KEY.
007187         PERFORM 2060-LOOKUP-CURRENCY THRU 2060-EXIT.
007188         IF PG-CUR-NOT-FOUND
007189             DISPLAY "REQUEST " REQUEST-ID
007190                 " - ERRO: MOEDA " MOEDA " NAO CADASTRADA, "
007191                 "REGISTRO IGNORADO."
007192             IF PG-REJECT-REASON = SPACES
007193                 MOVE '06' TO PG-REJECT-REASON
007194             END-IF
007195             SET PG-REQUEST-INVALID TO TRUE
007196         END-IF.
007197 2050-EXIT.
007198         EXIT.
007199 2060-LOOKUP-CURRENCY.
007200         SET PG-CUR-NOT-FOUND TO TRUE.
007201         PERFORM 2070-CHECK-CURRENCY-ENTRY THRU 2070-EXIT
007202             VARYING PG-CUR-SUB FROM 1 BY 1
007203             UNTIL PG-CUR-SUB > PG-CUR-COUNT
007204             OR PG-CUR-FOUND.
007205 2060-EXIT.
007206         EXIT.
007207 2070-CHECK-CURRENCY-ENTRY.
007208         IF PG-CUR-CODE(PG-CUR-SUB) = PG-CUR-KEY
007209             SET PG-CUR-FOUND TO TRUE
007210         END-IF.
007211 2070-EXIT.
007212         EXIT.
007213 2800-WRITE-CHECKPOINT.
007220         OPEN OUTPUT CHECKPOINT-FILE.
007230         MOVE REQUEST-ID    TO CK-REQUEST-ID.
007240         MOVE PG-OUTPUT-COUNT TO CK-OUTPUT-COUNT.
008080*       IS ACCUMULATED HERE AS WELL, UNDER ITS OWN SIZE CHECK,
008090*       SO A SCHEDULE WHOSE TOTAL OUTGROWS TOTAL-TERMOS IS
008100*       REJECTED BY THE TRIAL PASS LIKE ANY OTHER OVERFLOW.
008101*       A LOAN TERM FOLLOWS ITS OWN AMORTIZATION RULE (3100).
008102         IF PROG-TYPE-LOAN
008103             PERFORM 3100-BUILD-LOAN-TERM THRU 3100-EXIT
008104             GO TO 3000-ADD-TOTAL
008105         END-IF.
008110         IF CONTADOR = 1
008120             MOVE NUM-INICIAL TO TERMO-ATUAL
008130         ELSE
008430             END-IF
008440             END-IF
008450         END-IF.
008460 3000-ADD-TOTAL.
008465         IF PG-OVERFLOW-YES OR PG-AMORTIZE-FAIL
008470             GO TO 3000-EXIT
008480         END-IF.
008490         ADD TERMO-ATUAL TO TOTAL-TERMOS
008560 3000-EXIT.
008570         EXIT.
008580*--------------------------------------------------------------*
008581* LOAN AMORTIZATION TERM.  TERM 1 SETS UP THE LOAN (3150): THE  *
008582* OPEN BALANCE IS THE PRINCIPAL AND THE LEVEL PAYMENT IS THE    *
008583* ANNUITY THAT RETIRES IT OVER QTDE-TERMOS PERIODS.  EACH       *
008584* TERM'S INTEREST IS THE OPEN BALANCE TIMES THE PERIODIC RATE,  *
008585* ROUNDED HALF-UP TO THE CENT; THE REST OF THE PAYMENT REPAYS   *
008586* PRINCIPAL.  THE LAST PAYMENT IS WHATEVER BALANCE IS LEFT PLUS *
008587* ITS INTEREST, SO THE ROUNDING OF THE LEVEL PAYMENT IS ABSORBED*
008588* THERE AND THE BALANCE ENDS AT EXACTLY ZERO.  A PAYMENT THAT   *
008589* DOES NOT EXCEED THE INTEREST, OR A BALANCE PAID OFF BEFORE    *
008590* THE LAST TERM, MEANS THE SCHEDULE CANNOT AMORTIZE AS KEYED.   *
008591*--------------------------------------------------------------*
008592 3100-BUILD-LOAN-TERM.
008593         IF CONTADOR = 1
008594             PERFORM 3150-START-LOAN THRU 3150-EXIT
008595             IF PG-AMORTIZE-FAIL
008596                 GO TO 3100-EXIT
008597             END-IF
008598         END-IF.
008599         COMPUTE JUROS-VALOR ROUNDED =
008600             SALDO-DEVEDOR * TAXA-PERIODO.
008601         IF CONTADOR = QTDE-TERMOS
008602             MOVE SALDO-DEVEDOR TO AMORTIZ-VALOR
008603             COMPUTE TERMO-ATUAL = SALDO-DEVEDOR + JUROS-VALOR
008604         ELSE
008605             COMPUTE AMORTIZ-VALOR =
008606                 PRESTACAO-VALOR - JUROS-VALOR
008607             MOVE PRESTACAO-VALOR TO TERMO-ATUAL
008608         END-IF.
008609         SUBTRACT AMORTIZ-VALOR FROM SALDO-DEVEDOR.
008610         IF AMORTIZ-VALOR NOT > ZERO
008611             OR (CONTADOR < QTDE-TERMOS
008612             AND SALDO-DEVEDOR NOT > ZERO)
008613             DISPLAY "REQUEST " REQUEST-ID
008614                 " - ERRO: EMPRESTIMO NAO AMORTIZA NO TERMO "
008615                 CONTADOR ", REGISTRO IGNORADO."
008616             SET PG-AMORTIZE-FAIL TO TRUE
008617         END-IF.
008618 3100-EXIT.
008619         EXIT.
008620*       RAZAO IS THE PERIODIC RATE IN PERCENT.  THE PAYMENT IS
008621*       P * I * F / (F - 1), WHERE THE COMPOUND FACTOR F IS
008622*       (1 + I) COMPOUNDED ONCE PER TERM (3160), OR SIMPLY
008623*       P / N FOR AN INTEREST-FREE LOAN.  A FACTOR TOO LARGE TO
008624*       HOLD MEANS THE PAYMENT CANNOT RISE ABOVE THE INTEREST
008625*       BY EVEN A CENT, SO THE LOAN CANNOT AMORTIZE.
008626 3150-START-LOAN.
008627         MOVE NUM-INICIAL TO SALDO-DEVEDOR.
008628         COMPUTE TAXA-PERIODO = RAZAO / 100.
008629         IF TAXA-PERIODO = ZERO
008630             COMPUTE PRESTACAO-VALOR ROUNDED =
008631                 NUM-INICIAL / QTDE-TERMOS
008632             GO TO 3150-EXIT
008633         END-IF.
008634         MOVE 1 TO FATOR-CAPITAL.
008635         PERFORM 3160-COMPOUND-FACTOR THRU 3160-EXIT
008636             VARYING PG-FATOR-SUB FROM 1 BY 1
008637             UNTIL PG-FATOR-SUB > QTDE-TERMOS
008638             OR PG-AMORTIZE-FAIL.
008639         IF PG-AMORTIZE-FAIL
008640             DISPLAY "REQUEST " REQUEST-ID
008641                 " - ERRO: EMPRESTIMO NAO AMORTIZA EM "
008642                 QTDE-TERMOS " TERMOS, REGISTRO IGNORADO."
008643             GO TO 3150-EXIT
008644         END-IF.
008645*       THE ANNUITY FACTOR F / (F - 1) IS TAKEN IN STEPS SO NO
008646*       INTERMEDIATE RESULT LOSES ITS DECIMAL PLACES.
008647         SUBTRACT 1 FROM FATOR-CAPITAL GIVING FATOR-ANUIDADE.
008648         DIVIDE FATOR-ANUIDADE INTO FATOR-CAPITAL
008649             GIVING FATOR-ANUIDADE.
008650         COMPUTE PRESTACAO-VALOR ROUNDED =
008651             NUM-INICIAL * TAXA-PERIODO * FATOR-ANUIDADE.
008652 3150-EXIT.
008653         EXIT.
008654 3160-COMPOUND-FACTOR.
008655         COMPUTE FATOR-CAPITAL ROUNDED =
008656             FATOR-CAPITAL + FATOR-CAPITAL * TAXA-PERIODO
008657             ON SIZE ERROR
008658                 SET PG-AMORTIZE-FAIL TO TRUE
008659         END-COMPUTE.
008660 3160-EXIT.
008661         EXIT.
008662*--------------------------------------------------------------*
008663* ONE MACHINE-READABLE RECORD PER REJECTED REQUEST: THE MASTER  *
008664* FIELDS AS THEY FAILED, THE RUN DATE, AND THE REASON CODE SET  *
008665* BY 2050 (VALIDATION), '04' (TRIAL-PASS OVERFLOW) OR '05'      *
008666* (TRIAL-PASS LOAN THAT CANNOT AMORTIZE), SO THE REJECT COUNTS  *
008667* ON THE AUDIT RECORD NAME THEIR SCHEDULES AND PGCOVR CAN       *
008668* ACCOUNT FOR EVERY ELIGIBLE MASTER RECORD.                     *
008669*--------------------------------------------------------------*
008670 3500-WRITE-REJECT.
008671         MOVE SPACES          TO PROGRESSION-REJECT-RECORD.
008672         MOVE REQUEST-ID      TO RX-REQUEST-ID.
008680         MOVE PROG-TYPE       TO RX-PROG-TYPE.
008690         MOVE NUM-INICIAL     TO RX-NUM-INICIAL.
008700         MOVE RAZAO           TO RX-RAZAO.
008740         MOVE FIRST-DUE-DATE  TO RX-FIRST-DUE-DATE.
008750         MOVE PG-RUN-DATE     TO RX-RUN-DATE.
008760         MOVE PG-REJECT-REASON TO RX-REASON-CODE.
008765         MOVE MOEDA           TO RX-CURRENCY.
008770         WRITE PROGRESSION-REJECT-RECORD.
008780 3500-EXIT.
008790         EXIT.
008910         END-IF.
008920         MOVE TERMO-ATUAL TO PG-DISPLAY-TERMO.
008930         DISPLAY "TERMO " CONTADOR ": " PG-DISPLAY-TERMO.
008931         IF PROG-TYPE-LOAN
008932             MOVE JUROS-VALOR   TO PG-DISPLAY-JUROS
008933             MOVE AMORTIZ-VALOR TO PG-DISPLAY-AMORTIZ
008934             MOVE SALDO-DEVEDOR TO PG-DISPLAY-SALDO
008935             DISPLAY "      JUROS: " PG-DISPLAY-JUROS
008936                 " AMORTIZACAO: " PG-DISPLAY-AMORTIZ
008937                 " SALDO: " PG-DISPLAY-SALDO
008938         END-IF.
008940         MOVE REQUEST-ID               TO PO-REQUEST-ID.
008950         MOVE CONTADOR                 TO PO-CONTADOR.
008960         MOVE NUM-INICIAL              TO PO-NUM-INICIAL.
008990         MOVE PROG-TYPE                TO PO-PROG-TYPE.
009000         MOVE PG-OUT-RECORD-STATUS     TO PO-RECORD-STATUS.
009010         MOVE PG-DUE-DATE-N            TO PO-DUE-DATE.
009011         MOVE MOEDA                    TO PO-CURRENCY.
009012         IF PROG-TYPE-LOAN
009013             MOVE JUROS-VALOR          TO PO-JUROS-VALOR
009014             MOVE AMORTIZ-VALOR        TO PO-AMORTIZ-VALOR
009015             MOVE SALDO-DEVEDOR        TO PO-SALDO-DEVEDOR
009016         ELSE
009017             MOVE ZERO                 TO PO-JUROS-VALOR
009018             MOVE ZERO                 TO PO-AMORTIZ-VALOR
009019             MOVE ZERO                 TO PO-SALDO-DEVEDOR
009020         END-IF.
009021         WRITE PROGRESSION-OUTPUT-RECORD.
009030         ADD TERMO-ATUAL TO PG-HASH-TOTAL.
009040 4000-EXIT.
009050         EXIT.
011450         MOVE PP-TERMOS-VALOR  TO PO-TERMOS-VALOR.
011460         MOVE PP-PROG-TYPE     TO PO-PROG-TYPE.
011470         MOVE PP-DUE-DATE      TO PO-DUE-DATE.
011472         MOVE PP-JUROS-VALOR   TO PO-JUROS-VALOR.
011474         MOVE PP-AMORTIZ-VALOR TO PO-AMORTIZ-VALOR.
011476         MOVE PP-SALDO-DEVEDOR TO PO-SALDO-DEVEDOR.
011480         MOVE PP-RECORD-STATUS TO PO-RECORD-STATUS.
011485         MOVE PP-CURRENCY      TO PO-CURRENCY.
011490         IF PG-CORRECTING-NOW
011500             MOVE 'S' TO PO-RECORD-STATUS
011510         END-IF.
011810         MOVE PM-PAY-FREQ    TO PAY-FREQ.
011820         MOVE PM-FIRST-DUE-DATE TO FIRST-DUE-DATE.
011830         MOVE PM-CONTRIB     TO CONTRIB-VALOR.
011835         MOVE PM-CURRENCY    TO MOEDA.
011840         PERFORM 2050-VALIDATE-REQUEST THRU 2050-EXIT.
011850         IF PG-REQUEST-INVALID
011860             ADD 1 TO PG-VALIDATE-REJECT-COUNT
011930             GO TO 7250-EXIT
011940         END-IF.
011950         SET PG-OVERFLOW-NO TO TRUE.
011955         SET PG-AMORTIZE-OK TO TRUE.
011960         MOVE ZERO TO TOTAL-TERMOS.
011970         PERFORM 3000-BUILD-TERM THRU 3000-EXIT
011980             VARYING CONTADOR FROM 1 BY 1
011990             UNTIL CONTADOR > QTDE-TERMOS
012000             OR PG-OVERFLOW-YES
012010             OR PG-AMORTIZE-FAIL.
012015         IF PG-OVERFLOW-YES OR PG-AMORTIZE-FAIL
012020             ADD 1 TO PG-OVERFLOW-REJECT-COUNT
012030             MOVE '04' TO PG-REJECT-REASON
012032             IF PG-AMORTIZE-FAIL
012034                 MOVE '05' TO PG-REJECT-REASON
012036             END-IF
012040             PERFORM 3500-WRITE-REJECT THRU 3500-EXIT
012050             DISPLAY "REQUEST " PG-CURRENT-GROUP-ID
012060                 " - CORRECAO ABANDONADA, TERMOS ANTIGOS "
