000070*           TERM COUNT DOES NOT AGREE WITH THE EXPECTED FIGURES.
000080*           BOTH FILES ARE IN REQUEST-ID ORDER AND ARE MATCHED
000090*           BALANCE-LINE STYLE, SO THERE IS NO TABLE TO OUTGROW
000100*           HOWEVER MANY SCHEDULES ARE ACTIVE.  THE REPORT ENDS
000105*           WITH ACTUAL AND EXPECTED SUBTOTALS BY CURRENCY.
000110*----------------------------------------------------------------*
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID.     PGRECON.
000640*                    WITH RETURN CODE 16 ON A MISMATCH, AND
000650*                    THE SENTINEL RECORDS ARE PASSED OVER IN
000660*                    THE PROCESSING PASS.
000661*   15/10/2026 JH    MULTI-CURRENCY SCHEDULES: PGEXP CARRIES THE
000662*                    EXPECTED CURRENCY (BLANK = BRL) AND A
000663*                    CURRENCY THAT DIFFERS FROM THE SCHEDULE'S,
000664*                    OR IS NOT IN PGCURTAB, IS A BREAK.  THE
000665*                    REPORT CLOSES WITH REQUESTS, ACTUAL AND
000666*                    EXPECTED TOTALS AND BREAKS BY CURRENCY --
000667*                    TOTALS ARE NEVER ADDED ACROSS CURRENCIES.
000670*------------------------------------------------------------*
000680 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000860         05  EX-REQUEST-ID            PIC X(08).
000870         05  EX-EXPECTED-TOTAL        PIC S9(11)V99.
000880         05  EX-EXPECTED-COUNT        PIC 9(5).
000890         05  EX-CURRENCY              PIC X(03).
000895         05  FILLER                   PIC X(04).
000900 FD  RUN-AUDIT-FILE
000910         RECORDING MODE IS F.
000920     COPY PGAUDREC.
001150         88  PG-TRAILER-SEEN                      VALUE 'Y'.
001160         88  PG-TRAILER-MISSING                   VALUE 'N'.
001170 77  PG-VERIFY-COUNT              PIC 9(08)   COMP VALUE 0.
001171 77  PG-CT-SUB                    PIC 9(02)   COMP VALUE 0.
001172 77  PG-ACT-SUB                   PIC 9(02)   COMP VALUE 0.
001173 77  PG-EXP-SUB                   PIC 9(02)   COMP VALUE 0.
001174 77  PG-BREAK-SWITCH              PIC X(01)   VALUE 'N'.
001175         88  PG-BREAK-YES                         VALUE 'Y'.
001176         88  PG-BREAK-NO                          VALUE 'N'.
001180 01  PG-VERIFY-HASH               PIC S9(13)V99 COMP-3 VALUE 0.
001190     COPY PGOUTHDR.
001200 01  PG-AUDIT-OUTPUT-COUNT        PIC 9(08)   VALUE ZERO.
001270 01  PG-PRIOR-EXPECTED-ID         PIC X(08)   VALUE LOW-VALUES.
001280 01  PG-DISPLAY-ACTUAL-TOTAL      PIC -9(11).99.
001290 01  PG-DISPLAY-EXPECTED-TOTAL    PIC -9(11).99.
001291 01  PG-ACTUAL-CURRENCY           PIC X(03)   VALUE SPACES.
001292 01  PG-EXPECTED-CURRENCY         PIC X(03)   VALUE SPACES.
001293 01  PG-DISPLAY-COUNT             PIC Z(7)9.
001294 01  PG-DISPLAY-BREAK-COUNT       PIC Z(7)9.
001295 01  PG-DISPLAY-ACTUAL-SUBTOTAL   PIC -9(13).99.
001296 01  PG-DISPLAY-EXPECTED-SUBTOTAL PIC -9(13).99.
001297     COPY PGCURTAB.
001298*   SUBTOTALS, ONE ENTRY PER PGCURTAB CURRENCY (SAME SUBSCRIPT).
001299*   A SCHEDULE'S TERMS POST UNDER ITS OWN CURRENCY AND AN
001300*   EXPECTED FIGURE UNDER THE CURRENCY PGEXP GIVES FOR IT.
001301 01  PG-CURRENCY-TOTALS.
001302         05  PG-CT-ENTRY OCCURS 3 TIMES.
001303             10  PG-CT-REQUEST-COUNT      PIC 9(08)   COMP.
001304             10  PG-CT-BREAK-COUNT        PIC 9(08)   COMP.
001305             10  PG-CT-ACTUAL-TOTAL       PIC S9(13)V99 COMP-3.
001306             10  PG-CT-EXPECTED-TOTAL     PIC S9(13)V99 COMP-3.
001307             10  PG-CT-ACTIVE-SWITCH      PIC X(01).
001308                 88  PG-CT-ACTIVE                 VALUE 'Y'.
001309 PROCEDURE DIVISION.
001310 0000-MAINLINE.
001320         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001330         PERFORM 2000-MATCH-FILES THRU 2000-EXIT
001340             UNTIL PG-ACT-EXHAUSTED AND PG-EXP-EXHAUSTED.
001345         PERFORM 2700-DISPLAY-SUBTOTALS THRU 2700-EXIT.
001350         PERFORM 2800-CHECK-AUDIT THRU 2800-EXIT.
001360         PERFORM 9000-TERMINATE THRU 9000-EXIT.
001370         STOP RUN.
001380 1000-INITIALIZE.
001385         INITIALIZE PG-CURRENCY-TOTALS.
001390         OPEN INPUT PROGRESSION-OUTPUT-FILE.
001400         PERFORM 1500-VERIFY-OUTPUT THRU 1500-EXIT.
001410         OPEN INPUT EXPECTED-TOTALS-FILE.
002370         EXIT.
002380* CLASSIC BALANCE LINE: WHICHEVER SIDE HOLDS THE LOWER          *
002390* REQUEST-ID IS THE UNMATCHED ONE.  EQUAL KEYS ARE COMPARED ON  *
002400* CURRENCY, COMPUTED TOTAL AND TERM COUNT, AND BOTH SIDES       *
002403* ADVANCE.  EACH SIDE'S FIGURES POST TO ITS CURRENCY SUBTOTAL   *
002406* AND A BREAK COUNTS UNDER THE SCHEDULE'S CURRENCY.             *
002410*--------------------------------------------------------------*
002420 2000-MATCH-FILES.
002430         IF PG-EXP-EXHAUSTED
002440             OR (PG-ACT-HAVE AND PG-ACTUAL-ID < PG-EXPECTED-ID)
002445             PERFORM 2400-POST-ACTUAL THRU 2400-EXIT
002450             DISPLAY "REQUEST " PG-ACTUAL-ID
002460                 " - NO EXPECTED-TOTALS RECORD FOUND."
002462             IF PG-ACT-SUB > ZERO
002464                 ADD 1 TO PG-CT-BREAK-COUNT(PG-ACT-SUB)
002466             END-IF
002470             PERFORM 2100-GET-ACTUAL-GROUP THRU 2100-EXIT
002480             GO TO 2000-EXIT
002490         END-IF.
002500         IF PG-ACT-EXHAUSTED
002510             OR (PG-EXP-HAVE AND PG-EXPECTED-ID < PG-ACTUAL-ID)
002515             PERFORM 2410-POST-EXPECTED THRU 2410-EXIT
002520             MOVE PG-EXPECTED-TOTAL TO PG-DISPLAY-EXPECTED-TOTAL
002530             DISPLAY "REQUEST " PG-EXPECTED-ID
002540                 " - NO PGOUT RECORDS FOUND, EXPECTED TOTAL "
002550                 PG-DISPLAY-EXPECTED-TOTAL
002560                 " COUNT " PG-EXPECTED-COUNT
002562             IF PG-EXP-SUB > ZERO
002564                 ADD 1 TO PG-CT-BREAK-COUNT(PG-EXP-SUB)
002566             END-IF
002570             PERFORM 2200-GET-EXPECTED THRU 2200-EXIT
002580             GO TO 2000-EXIT
002581         END-IF.
002582         PERFORM 2400-POST-ACTUAL THRU 2400-EXIT.
002583         PERFORM 2410-POST-EXPECTED THRU 2410-EXIT.
002584         SET PG-BREAK-NO TO TRUE.
002585         IF PG-ACTUAL-CURRENCY NOT = PG-EXPECTED-CURRENCY
002586             DISPLAY "REQUEST " PG-ACTUAL-ID
002587                 " - CURRENCY " PG-ACTUAL-CURRENCY
002588                 "/" PG-EXPECTED-CURRENCY
002589             SET PG-BREAK-YES TO TRUE
002590         END-IF.
002600         IF PG-ACTUAL-TOTAL NOT = PG-EXPECTED-TOTAL
002610             OR PG-ACTUAL-COUNT NOT = PG-EXPECTED-COUNT
002660                 "/" PG-DISPLAY-EXPECTED-TOTAL
002670                 " COUNT " PG-ACTUAL-COUNT
002680                 "/" PG-EXPECTED-COUNT
002682             SET PG-BREAK-YES TO TRUE
002684         END-IF.
002686         IF PG-BREAK-YES AND PG-ACT-SUB > ZERO
002688             ADD 1 TO PG-CT-BREAK-COUNT(PG-ACT-SUB)
002690         END-IF.
002700         PERFORM 2100-GET-ACTUAL-GROUP THRU 2100-EXIT.
002710         PERFORM 2200-GET-EXPECTED THRU 2200-EXIT.
002830         END-IF.
002840         SET PG-ACT-HAVE TO TRUE.
002850         MOVE PO-REQUEST-ID TO PG-ACTUAL-ID.
002852         MOVE PO-CURRENCY   TO PG-ACTUAL-CURRENCY.
002854         IF PG-ACTUAL-CURRENCY = SPACES
002856             MOVE PG-BASE-CURRENCY TO PG-ACTUAL-CURRENCY
002858         END-IF.
002860         MOVE ZERO TO PG-ACTUAL-COUNT.
002870         MOVE ZERO TO PG-ACTUAL-TOTAL.
002880         PERFORM 2110-ACCUMULATE-ACTUAL THRU 2110-EXIT
003210         MOVE EX-REQUEST-ID     TO PG-PRIOR-EXPECTED-ID.
003220         MOVE EX-EXPECTED-TOTAL TO PG-EXPECTED-TOTAL.
003230         MOVE EX-EXPECTED-COUNT TO PG-EXPECTED-COUNT.
003232         MOVE EX-CURRENCY       TO PG-EXPECTED-CURRENCY.
003234         IF PG-EXPECTED-CURRENCY = SPACES
003236             MOVE PG-BASE-CURRENCY TO PG-EXPECTED-CURRENCY
003238         END-IF.
003240         PERFORM 2950-READ-EXPECTED THRU 2950-EXIT.
003250 2200-EXIT.
003251         EXIT.
003252*--------------------------------------------------------------*
003253* POST ONE SIDE OF A REQUEST TO ITS CURRENCY SUBTOTAL.  A CODE  *
003254* NOT IN PGCURTAB IS ITSELF A BREAK AND POSTS NOWHERE, LEAVING  *
003255* THE SIDE'S SUBSCRIPT ZERO SO NO BREAK IS COUNTED AGAINST IT.  *
003256*--------------------------------------------------------------*
003257 2400-POST-ACTUAL.
003258         MOVE PG-ACTUAL-CURRENCY TO PG-CUR-KEY.
003259         PERFORM 2500-LOOKUP-CURRENCY THRU 2500-EXIT.
003260         IF PG-CUR-NOT-FOUND
003261             DISPLAY "REQUEST " PG-ACTUAL-ID
003262                 " - PGOUT CURRENCY " PG-ACTUAL-CURRENCY
003263                 " NOT IN CURRENCY TABLE."
003264             MOVE ZERO TO PG-ACT-SUB
003265             GO TO 2400-EXIT
003266         END-IF.
003267         MOVE PG-CT-SUB TO PG-ACT-SUB.
003268         SET PG-CT-ACTIVE(PG-ACT-SUB) TO TRUE.
003269         ADD 1 TO PG-CT-REQUEST-COUNT(PG-ACT-SUB).
003270         ADD PG-ACTUAL-TOTAL TO PG-CT-ACTUAL-TOTAL(PG-ACT-SUB).
003271 2400-EXIT.
003272         EXIT.
003273 2410-POST-EXPECTED.
003274         MOVE PG-EXPECTED-CURRENCY TO PG-CUR-KEY.
003275         PERFORM 2500-LOOKUP-CURRENCY THRU 2500-EXIT.
003276         IF PG-CUR-NOT-FOUND
003277             DISPLAY "REQUEST " PG-EXPECTED-ID
003278                 " - PGEXP CURRENCY " PG-EXPECTED-CURRENCY
003279                 " NOT IN CURRENCY TABLE."
003280             MOVE ZERO TO PG-EXP-SUB
003281             GO TO 2410-EXIT
003282         END-IF.
003283         MOVE PG-CT-SUB TO PG-EXP-SUB.
003284         SET PG-CT-ACTIVE(PG-EXP-SUB) TO TRUE.
003285         ADD PG-EXPECTED-TOTAL
003286             TO PG-CT-EXPECTED-TOTAL(PG-EXP-SUB).
003287 2410-EXIT.
003288         EXIT.
003289*       THE MATCHING ENTRY'S SUBSCRIPT IS SAVED IN PG-CT-SUB --
003290*       THE VARYING STEPS PG-CUR-SUB PAST IT BEFORE STOPPING.
003291 2500-LOOKUP-CURRENCY.
003292         SET PG-CUR-NOT-FOUND TO TRUE.
003293         PERFORM 2510-CHECK-CURRENCY-ENTRY THRU 2510-EXIT
003294             VARYING PG-CUR-SUB FROM 1 BY 1
003295             UNTIL PG-CUR-SUB > PG-CUR-COUNT
003296             OR PG-CUR-FOUND.
003297 2500-EXIT.
003298         EXIT.
003299 2510-CHECK-CURRENCY-ENTRY.
003300         IF PG-CUR-CODE(PG-CUR-SUB) = PG-CUR-KEY
003301             SET PG-CUR-FOUND TO TRUE
003302             MOVE PG-CUR-SUB TO PG-CT-SUB
003303         END-IF.
003304 2510-EXIT.
003305         EXIT.
003306*--------------------------------------------------------------*
003307* ONE SUBTOTAL LINE PER CURRENCY THAT APPEARED ON EITHER SIDE:  *
003308* REQUESTS GENERATED, ACTUAL/EXPECTED TOTAL AND BREAKS.         *
003309*--------------------------------------------------------------*
003310 2700-DISPLAY-SUBTOTALS.
003311         PERFORM 2710-DISPLAY-CURRENCY-SUBTOTAL THRU 2710-EXIT
003312             VARYING PG-CT-SUB FROM 1 BY 1
003313             UNTIL PG-CT-SUB > PG-CUR-COUNT.
003314 2700-EXIT.
003315         EXIT.
003316 2710-DISPLAY-CURRENCY-SUBTOTAL.
003317         IF NOT PG-CT-ACTIVE(PG-CT-SUB)
003318             GO TO 2710-EXIT
003319         END-IF.
003320         MOVE PG-CT-REQUEST-COUNT(PG-CT-SUB) TO PG-DISPLAY-COUNT.
003321         MOVE PG-CT-BREAK-COUNT(PG-CT-SUB)
003322             TO PG-DISPLAY-BREAK-COUNT.
003323         MOVE PG-CT-ACTUAL-TOTAL(PG-CT-SUB)
003324             TO PG-DISPLAY-ACTUAL-SUBTOTAL.
003325         MOVE PG-CT-EXPECTED-TOTAL(PG-CT-SUB)
003326             TO PG-DISPLAY-EXPECTED-SUBTOTAL.
003327         DISPLAY "CURRENCY " PG-CUR-CODE(PG-CT-SUB)
003328             " - REQUESTS " PG-DISPLAY-COUNT
003329             " TOTAL " PG-DISPLAY-ACTUAL-SUBTOTAL
003330             "/" PG-DISPLAY-EXPECTED-SUBTOTAL
003331             " BREAKS " PG-DISPLAY-BREAK-COUNT.
003332 2710-EXIT.
003333         EXIT.
003334*--------------------------------------------------------------*
003335* PROVE THE PHYSICAL OUTPUT FILE AGAINST THE RUN-CONTROL AUDIT  *
003336* RECORD: A MISSING AUDIT RECORD OR A DETAIL COUNT THAT DOES    *
003337* NOT MATCH WHAT PROGRESSAO CLAIMS IT WROTE IS AN OUT-OF-       *
003338* BALANCE CONDITION, REPORTED WITH A NON-ZERO RETURN CODE.      *
003339*--------------------------------------------------------------*
003340 2800-CHECK-AUDIT.
003341         IF PG-AUDIT-MISSING
003350             DISPLAY "PGAUDIT - ERRO: NENHUM REGISTRO DE "
003360                 "AUDITORIA ENCONTRADO, CONTAGEM DE SAIDA "
003370                 "NAO CONFERIDA."
