000030* PURPOSE:  RECONCILE THE LEDGER'S POSTING ACKNOWLEDGMENT FILE
000040*           AGAINST THE PGGLIF INTERFACE GENERATION IT ANSWERS.
000050*           THE GLIF SIDE IS FIRST PROVED AGAINST ITS OWN
000060*           TRAILERS (ONE PER CURRENCY, EACH WITH THAT CURRENCY'S
000070*           SUMMARY COUNT AND HASH TOTAL) SO A TRUNCATED
000075*           GENERATION IS CAUGHT BEFORE ANY MATCHING;
000080*           THE TWO FILES, BOTH IN REQUEST-ID ORDER, ARE THEN
000090*           MATCHED BALANCE-LINE STYLE AND THE BREAK REPORT
000100*           LISTS EVERY SCHEDULE WE SENT THAT NEVER CAME BACK,
000350*                    OTHER READER IN THE SUITE PROVES ITS
000360*                    INPUT, SO NO BREAK LINE IS EVER PRODUCED
000370*                    FROM A FILE THAT DOES NOT BALANCE.
000371*   15/10/2026 JH    GLIF RECORD GREW 80 TO 100 WITH PGGLEXT'S
000372*                    LOAN INTEREST AND PRINCIPAL TOTALS;
000373*                    WORKING COPIES WIDENED TO MATCH.
000374*   15/10/2026 JH    MULTI-CURRENCY GLIF: THE PRE-PASS NOW READS
000375*                    TO END OF FILE AND PROVES EACH CURRENCY'S
000376*                    TRAILER AGAINST THAT CURRENCY'S SUMMARIES;
000377*                    EVERY PGCURTAB CURRENCY MUST HAVE EXACTLY
000378*                    ONE.  THE BREAK LINES SHOW THE CURRENCY.
000380*------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000540             88  GI-HEADER-RECORD                 VALUE 'H'.
000550             88  GI-DETAIL-RECORD                 VALUE 'D'.
000560             88  GI-TRAILER-RECORD                VALUE 'T'.
000570         05  FILLER                   PIC X(99).
000580 FD  GL-ACK-FILE
000590         RECORDING MODE IS F.
000600 01  GL-ACK-RECORD.
000830 77  PG-TRAILER-SWITCH            PIC X(01)   VALUE 'N'.
000840         88  PG-TRAILER-SEEN                      VALUE 'Y'.
000850         88  PG-TRAILER-MISSING                   VALUE 'N'.
000860 77  PG-CK-SUB                    PIC 9(02)   COMP VALUE 0.
000870 77  PG-SENT-COUNT                PIC 9(08)   COMP VALUE 0.
000880 77  PG-ACK-COUNT                 PIC 9(08)   COMP VALUE 0.
000890 77  PG-POSTED-OK-COUNT           PIC 9(08)   COMP VALUE 0.
000900 77  PG-BREAK-COUNT               PIC 9(08)   COMP VALUE 0.
000910 01  PG-HASH-TOTAL                PIC S9(13)V99 COMP-3 VALUE 0.
000920     COPY PGCURTAB.
000921*   THE PRE-PASS TOTALS, ONE ENTRY PER PGCURTAB CURRENCY (SAME
000922*   SUBSCRIPT): WHAT THE SUMMARIES ADD UP TO AND WHAT THAT
000923*   CURRENCY'S TRAILER CLAIMS.
000924 01  PG-CURRENCY-CHECKS.
000925         05  PG-CK-ENTRY OCCURS 3 TIMES.
000926             10  PG-CK-DETAIL-COUNT       PIC 9(08)   COMP.
000927             10  PG-CK-HASH-TOTAL         PIC S9(13)V99 COMP-3.
000928             10  PG-CK-TRAILER-COUNT      PIC 9(08)   COMP.
000929             10  PG-CK-TRAILER-HASH       PIC S9(13)V99 COMP-3.
000930             10  PG-CK-TRAILER-SWITCH     PIC X(01).
000931                 88  PG-CK-TRAILER-SEEN           VALUE 'Y'.
000932 01  PG-PRIOR-ACK-ID              PIC X(08)   VALUE LOW-VALUES.
000940*   WORKING COPIES OF THE INTERFACE LAYOUTS CUT BY PGGLEXT --
000950*   BYTE 1 IS THE RECORD TYPE: 'H' HEADER, 'D' ONE SUMMARY PER
000960*   REQUEST-ID, 'T' ONE TRAILER PER CURRENCY WITH ITS COUNT AND
000965*   HASH TOTAL.
000970 01  PG-GL-DETAIL.
000980         05  GD-RECORD-TYPE           PIC X(01).
000990         05  GD-REQUEST-ID            PIC X(08).
001040         05  GD-SCHEDULE-TOTAL        PIC S9(11)V99.
001050         05  GD-FIRST-DUE-DATE        PIC 9(08).
001060         05  GD-LAST-DUE-DATE         PIC 9(08).
001070         05  GD-TOTAL-JUROS           PIC S9(11)V99.
001072         05  GD-TOTAL-AMORTIZ         PIC S9(11)V99.
001074         05  GD-CURRENCY              PIC X(03).
001076         05  FILLER                   PIC X(05).
001080 01  PG-GL-TRAILER.
001090         05  GT-RECORD-TYPE           PIC X(01).
001100         05  GT-RECORD-COUNT          PIC 9(08).
001110         05  GT-HASH-TOTAL            PIC S9(13)V99.
001120         05  GT-CURRENCY              PIC X(03).
001125         05  FILLER                   PIC X(73).
001130 01  PG-LISTING-HEADER.
001140         05  FILLER                   PIC X(46)
001150             VALUE 'PGGLACK - CONFERENCIA DO RETORNO DO LEDGER '.
001270         05  FILLER                   PIC X(10)
001280             VALUE '  LEDGER: '.
001290         05  DL-ACK-AMOUNT            PIC -9(11).99.
001300         05  FILLER                   PIC X(02)  VALUE SPACES.
001303         05  DL-CURRENCY              PIC X(03).
001306         05  FILLER                   PIC X(44)  VALUE SPACES.
001310 01  PG-LISTING-SUMMARY.
001320         05  FILLER                   PIC X(10)
001330             VALUE 'PGGLACK - '.
001550 1000-INITIALIZE.
001560         ACCEPT PG-RUN-DATE FROM DATE YYYYMMDD.
001570         OPEN INPUT  GL-INTERFACE-FILE.
001575         INITIALIZE PG-CURRENCY-CHECKS.
001580         PERFORM 1500-VERIFY-GLIF THRU 1500-EXIT.
001590         OPEN INPUT  GL-ACK-FILE.
001600         OPEN OUTPUT ACK-LISTING-FILE.
001710 1000-EXIT.
001720         EXIT.
001730*--------------------------------------------------------------*
001740* THE INTERFACE GENERATION IS PROVED AGAINST ITS OWN TRAILERS   *
001750* BEFORE ANY MATCHING: HEADER PRESENT, AND FOR EVERY PGCURTAB   *
001760* CURRENCY EXACTLY ONE TRAILER WHOSE 'D' RECORD COUNT AND       *
001770* SIGNED HASH OF THE SCHEDULE TOTALS AGREE WITH THAT            *
001780* CURRENCY'S SUMMARIES AS PGGLEXT WROTE THEM.  A MISMATCH, A    *
001790* CURRENCY NOT IN THE TABLE, OR A SUMMARY AFTER THE TRAILERS    *
001793* MEANS A TRUNCATED TRANSMISSION OR THE WRONG GENERATION ON THE *
001796* DD, AND THE STEP IS CANCELLED WITH RETURN CODE 16 -- BREAKS   *
001800* REPORTED FROM SUCH A FILE COULD NOT BE TRUSTED.  THE FILE IS  *
001810* THEN CLOSED AND REOPENED FOR THE MATCH PASS.                  *
001820*--------------------------------------------------------------*
001930         END-IF.
001940         PERFORM 1510-VERIFY-RECORD THRU 1510-EXIT
001950             WITH TEST AFTER
001960             UNTIL PG-GLIF-EOF-YES.
001980         IF PG-TRAILER-MISSING
001990             DISPLAY "PGGLIF - ERRO: TRAILER AUSENTE, GERACAO "
002000                 "TRUNCADA, EXECUCAO CANCELADA."
002010             MOVE 16 TO RETURN-CODE
002020             STOP RUN
002030         END-IF.
002040         PERFORM 1550-CHECK-CURRENCY-TRAILER THRU 1550-EXIT
002050             VARYING PG-CUR-SUB FROM 1 BY 1
002060             UNTIL PG-CUR-SUB > PG-CUR-COUNT.
002120         CLOSE GL-INTERFACE-FILE.
002130         OPEN INPUT GL-INTERFACE-FILE.
002140         SET PG-GLIF-EOF-NO TO TRUE.
002230         IF PG-GLIF-EOF-YES
002240             GO TO 1510-EXIT
002250         END-IF.
002300         IF GI-HEADER-RECORD
002310             GO TO 1510-EXIT
002320         END-IF.
002322         IF GI-TRAILER-RECORD
002324             PERFORM 1520-VERIFY-TRAILER THRU 1520-EXIT
002326             GO TO 1510-EXIT
002328         END-IF.
002330         MOVE GL-INTERFACE-RECORD TO PG-GL-DETAIL.
002340         IF PG-TRAILER-SEEN
002350             DISPLAY "PGGLIF - ERRO: RESUMO " GD-REQUEST-ID
002351                 " APOS OS TRAILERS, GERACAO INVALIDA, EXECUCAO "
002352                 "CANCELADA."
002353             MOVE 16 TO RETURN-CODE
002354             STOP RUN
002355         END-IF.
002356         MOVE GD-CURRENCY TO PG-CUR-KEY.
002357         PERFORM 1600-LOOKUP-CURRENCY THRU 1600-EXIT.
002358         IF PG-CUR-NOT-FOUND
002359             DISPLAY "PGGLIF - ERRO: REQUEST " GD-REQUEST-ID
002360                 " COM MOEDA " GD-CURRENCY " FORA DA TABELA, "
002361                 "EXECUCAO CANCELADA."
002362             MOVE 16 TO RETURN-CODE
002363             STOP RUN
002364         END-IF.
002365         ADD 1 TO PG-CK-DETAIL-COUNT(PG-CK-SUB).
002366         ADD GD-SCHEDULE-TOTAL TO PG-CK-HASH-TOTAL(PG-CK-SUB).
002367 1510-EXIT.
002368         EXIT.
002369 1520-VERIFY-TRAILER.
002370         SET PG-TRAILER-SEEN TO TRUE.
002371         MOVE GL-INTERFACE-RECORD TO PG-GL-TRAILER.
002372         MOVE GT-CURRENCY TO PG-CUR-KEY.
002373         PERFORM 1600-LOOKUP-CURRENCY THRU 1600-EXIT.
002374         IF PG-CUR-NOT-FOUND
002375             DISPLAY "PGGLIF - ERRO: TRAILER DA MOEDA "
002376                 GT-CURRENCY " FORA DA TABELA, EXECUCAO "
002377                 "CANCELADA."
002378             MOVE 16 TO RETURN-CODE
002379             STOP RUN
002380         END-IF.
002381         IF PG-CK-TRAILER-SEEN(PG-CK-SUB)
002382             DISPLAY "PGGLIF - ERRO: TRAILER DA MOEDA "
002383                 GT-CURRENCY " REPETIDO, EXECUCAO CANCELADA."
002384             MOVE 16 TO RETURN-CODE
002385             STOP RUN
002386         END-IF.
002387         SET PG-CK-TRAILER-SEEN(PG-CK-SUB) TO TRUE.
002388         MOVE GT-RECORD-COUNT TO PG-CK-TRAILER-COUNT(PG-CK-SUB).
002389         MOVE GT-HASH-TOTAL   TO PG-CK-TRAILER-HASH(PG-CK-SUB).
002390 1520-EXIT.
002391         EXIT.
002392 1550-CHECK-CURRENCY-TRAILER.
002393         IF NOT PG-CK-TRAILER-SEEN(PG-CUR-SUB)
002394             DISPLAY "PGGLIF - ERRO: TRAILER DA MOEDA "
002395                 PG-CUR-CODE(PG-CUR-SUB) " AUSENTE, GERACAO "
002396                 "TRUNCADA, EXECUCAO CANCELADA."
002397             MOVE 16 TO RETURN-CODE
002398             STOP RUN
002399         END-IF.
002400         IF PG-CK-TRAILER-COUNT(PG-CUR-SUB)
002401                 NOT = PG-CK-DETAIL-COUNT(PG-CUR-SUB)
002402             OR PG-CK-TRAILER-HASH(PG-CUR-SUB)
002403                 NOT = PG-CK-HASH-TOTAL(PG-CUR-SUB)
002404             DISPLAY "PGGLIF - ERRO: TRAILER DA MOEDA "
002405                 PG-CUR-CODE(PG-CUR-SUB) " NAO CONFERE COM OS "
002406                 "REGISTROS DO ARQUIVO, EXECUCAO CANCELADA."
002407             MOVE 16 TO RETURN-CODE
002408             STOP RUN
002409         END-IF.
002410 1550-EXIT.
002411         EXIT.
002412*       THE MATCHING ENTRY'S SUBSCRIPT IS SAVED IN PG-CK-SUB --
002413*       THE VARYING STEPS PG-CUR-SUB PAST IT BEFORE STOPPING.
002414 1600-LOOKUP-CURRENCY.
002415         SET PG-CUR-NOT-FOUND TO TRUE.
002416         PERFORM 1610-CHECK-CURRENCY-ENTRY THRU 1610-EXIT
002417             VARYING PG-CUR-SUB FROM 1 BY 1
002418             UNTIL PG-CUR-SUB > PG-CUR-COUNT
002419             OR PG-CUR-FOUND.
002420 1600-EXIT.
002421         EXIT.
002422 1610-CHECK-CURRENCY-ENTRY.
002423         IF PG-CUR-CODE(PG-CUR-SUB) = PG-CUR-KEY
002424             SET PG-CUR-FOUND TO TRUE
002425             MOVE PG-CUR-SUB TO PG-CK-SUB
002426         END-IF.
002427 1610-EXIT.
002428         EXIT.
002429*--------------------------------------------------------------*
002430* CLASSIC BALANCE LINE: WHICHEVER SIDE HOLDS THE LOWER          *
002431* REQUEST-ID IS THE UNMATCHED ONE.  EQUAL KEYS ARE COMPARED ON  *
002432* THE POSTED FLAG AND AMOUNT, AND BOTH SIDES ADVANCE.           *
002433*--------------------------------------------------------------*
002434 2000-MATCH-FILES.
002440         IF PG-ACK-EXHAUSTED
002450             OR (PG-SENT-HAVE
002460             AND GD-REQUEST-ID < AK-REQUEST-ID)
002800         EXIT.
002810*--------------------------------------------------------------*
002820* FETCH THE NEXT 'D' SUMMARY FROM THE INTERFACE FILE.  THE      *
002830* HEADER IS PASSED OVER; THE FIRST TRAILER, ALL OF THEM ALREADY *
002840* PROVED BY THE 1500 PRE-PASS, ENDS THE SENT SIDE.              *
002850*--------------------------------------------------------------*
002860 2900-READ-GLIF.
002870         READ GL-INTERFACE-FILE
003340         MOVE GD-REQUEST-ID      TO DL-REQUEST-ID.
003350         MOVE 'SEM RETORNO DO LEDGER ' TO DL-SITUATION.
003360         MOVE GD-SCHEDULE-TOTAL  TO DL-SENT-AMOUNT.
003365         MOVE GD-CURRENCY        TO DL-CURRENCY.
003370         MOVE ZERO               TO DL-ACK-AMOUNT.
003380         WRITE ACK-LISTING-RECORD FROM PG-LISTING-DETAIL.
003390         ADD 1 TO PG-BREAK-COUNT.
003570             MOVE GD-REQUEST-ID     TO DL-REQUEST-ID
003580             MOVE 'REJEITADO PELO LEDGER ' TO DL-SITUATION
003590             MOVE GD-SCHEDULE-TOTAL TO DL-SENT-AMOUNT
003595             MOVE GD-CURRENCY       TO DL-CURRENCY
003600             MOVE AK-POSTED-AMOUNT  TO DL-ACK-AMOUNT
003610             WRITE ACK-LISTING-RECORD FROM PG-LISTING-DETAIL
003620             ADD 1 TO PG-BREAK-COUNT
003680             MOVE GD-REQUEST-ID     TO DL-REQUEST-ID
003690             MOVE 'VALOR POSTADO DIVERGE ' TO DL-SITUATION
003700             MOVE GD-SCHEDULE-TOTAL TO DL-SENT-AMOUNT
003705             MOVE GD-CURRENCY       TO DL-CURRENCY
003710             MOVE AK-POSTED-AMOUNT  TO DL-ACK-AMOUNT
003720             WRITE ACK-LISTING-RECORD FROM PG-LISTING-DETAIL
003730             ADD 1 TO PG-BREAK-COUNT
