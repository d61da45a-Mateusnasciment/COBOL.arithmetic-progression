000060*           RUN DATE/TIME AND SOURCE IDENTITY, ONE SUMMARY
000070*           RECORD PER PO-REQUEST-ID CARRYING THE SCHEDULE
000080*           TYPE, TERM COUNT, FIRST AND LAST TERM VALUES AND
000090*           THE SCHEDULE TOTAL, AND ONE TRAILER RECORD PER
000100*           CURRENCY WITH THAT CURRENCY'S SUMMARY RECORD COUNT AND
000110*           A HASH TOTAL OF ITS SCHEDULE TOTALS -- THE LEDGER
000120*           NEVER SEES AMOUNTS OF TWO CURRENCIES ADDED TOGETHER.
000130*           THE LEDGER'S INTAKE REJECTS ANY FILE WHOSE TRAILERS DO
000140*           NOT BALANCE, SO A TRUNCATED TRANSMISSION BOUNCES AT
000141*           THEIR DOOR INSTEAD OF POSTING HALF A MONTH'S
000142*           SCHEDULES.  A LOAN SCHEDULE'S SUMMARY ALSO CARRIES ITS
000143*           TOTAL INTEREST AND TOTAL PRINCIPAL REPAID SO THE
000144*           LEDGER CAN POST THE TWO SEPARATELY.
000145*           RUN WITH 'CHECK' ON THE PGPARM CARD IT APPLIES THE
000146*           ONCE-ONLY GUARD ALONE AND WRITES NOTHING, SO THE BATCH
000147*           CAN REFUSE A GENERATION ALREADY TAKEN BEFORE THE NEW
000148*           INTERFACE GENERATION IS EVER ALLOCATED.
000150*----------------------------------------------------------------*
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID.     PGGLEXT.
000400*                    WITH RETURN CODE 16 ON A MISMATCH, AND
000410*                    THE SENTINEL RECORDS ARE PASSED OVER IN
000420*                    THE PROCESSING PASS.
000421*   15/10/2026 JH    GD-TOTAL-JUROS AND GD-TOTAL-AMORTIZ ADDED
000422*                    TO THE SUMMARY RECORD FOR THE LOAN
000423*                    AMORTIZATION TYPE 'L' (ZERO FOR THE OTHER
000424*                    TYPES); THE INTERFACE RECORD GREW 80 TO
000425*                    100 -- THE LEDGER'S INTAKE LAYOUT MUST BE
000426*                    CHANGED IN STEP.
000427*   15/10/2026 JH    ONCE-ONLY GUARD: A GENERATION ALREADY
000428*                    EXTRACTED (PER THE PGCTL PROCESSING-CONTROL
000429*                    KSDS, KEYED BY THE PGOUT HEADER'S RUN DATE,
000430*                    TIME AND MODE) IS REFUSED WITH RETURN CODE
000431*                    2 UNLESS PGPARM CARRIES FORCE AND THE
000432*                    AUTHORIZER; THE TRAILER COUNT AND HASH OF
000433*                    EACH EXTRACT ARE RECORDED ON PGCTL.
000434*   15/10/2026 JH    MULTI-CURRENCY: EACH SUMMARY CARRIES THE
000435*                    SCHEDULE'S CURRENCY (GD-CURRENCY, FROM
000436*                    PO-CURRENCY) AND THE SINGLE TRAILER BECAME
000437*                    ONE PER PGCURTAB CURRENCY (GT-CURRENCY), IN
000438*                    TABLE ORDER AND WRITTEN EVEN WHEN ITS COUNT
000439*                    IS ZERO, BOTH CARVED OUT OF THE FILLERS
000440*                    (RECORD STAYS 100).  A CURRENCY NOT IN THE
000441*                    TABLE CANCELS THE STEP, RETURN CODE 16,
000442*                    BEFORE ANY OUTPUT.  PGCTL KEEPS THE
000443*                    ALL-CURRENCY COUNT AS A CONTROL FIGURE ONLY.
000444*   15/10/2026 JH    CHECK MODE (PGPARM COLS 16-20): THE
000445*                    PGOUT VERIFICATION AND THE ONCE-ONLY GUARD
000446*                    ONLY, RETURN CODE 0 OR 2, NO OUTPUT -- RUN AS
000447*                    ITS OWN STEP AHEAD OF THE EXTRACT.  PGCTL
000448*                    NOW RECORDS THE DATE/TIME STAMPED ON THE
000449*                    PGGLIF HEADER, NOT A SECOND CLOCK READING,
000450*                    SO PGBAL CAN MATCH THE TWO.
000451*------------------------------------------------------------*
000452 ENVIRONMENT DIVISION.
000453 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470         SELECT PROGRESSION-OUTPUT-FILE ASSIGN TO PGOUT
000480             ORGANIZATION IS SEQUENTIAL.
000490         SELECT GL-INTERFACE-FILE ASSIGN TO PGGLIF
000500             ORGANIZATION IS SEQUENTIAL.
000501         SELECT OPTIONAL CONTROL-PARM-FILE ASSIGN TO PGPARM
000502             ORGANIZATION IS SEQUENTIAL
000503             FILE STATUS IS PG-PARM-FS.
000504         SELECT OPTIONAL PROCESSING-CONTROL-FILE ASSIGN TO PGCTL
000505             ORGANIZATION IS INDEXED
000506             ACCESS MODE IS RANDOM
000507             RECORD KEY IS CT-KEY
000508             FILE STATUS IS PG-CTL-FS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  PROGRESSION-OUTPUT-FILE
000550     COPY PGOUTREC.
000560 FD  GL-INTERFACE-FILE
000570         RECORDING MODE IS F.
000580 01  GL-INTERFACE-RECORD              PIC X(100).
000581 FD  CONTROL-PARM-FILE
000582         RECORDING MODE IS F.
000583 01  CONTROL-PARM-RECORD.
000584         05  PA-FORCE                 PIC X(05).
000585         05  FILLER                   PIC X(01).
000586         05  PA-FORCE-BY              PIC X(08).
000587         05  FILLER                   PIC X(01).
000588         05  PA-MODE                  PIC X(05).
000589         05  FILLER                   PIC X(60).
000590 FD  PROCESSING-CONTROL-FILE.
000591     COPY PGCTLREC.
000592 WORKING-STORAGE SECTION.
000600 77  PG-EOF-SWITCH                PIC X(01)   VALUE 'N'.
000610         88  PG-EOF-YES                           VALUE 'Y'.
000620         88  PG-EOF-NO                            VALUE 'N'.
000660         88  PG-TRAILER-SEEN                      VALUE 'Y'.
000670         88  PG-TRAILER-MISSING                   VALUE 'N'.
000680 77  PG-VERIFY-COUNT              PIC 9(08)   COMP VALUE 0.
000681 77  PG-CT-SUB                    PIC 9(02)   COMP VALUE 0.
000682 77  PG-PARM-FS                   PIC X(02)   VALUE '00'.
000683 77  PG-PARM-EOF-SWITCH           PIC X(01)   VALUE 'N'.
000684         88  PG-PARM-EOF-YES                      VALUE 'Y'.
000685         88  PG-PARM-EOF-NO                       VALUE 'N'.
000686 77  PG-CTL-FS                    PIC X(02)   VALUE '00'.
000687 77  PG-FORCE-SWITCH              PIC X(01)   VALUE 'N'.
000688         88  PG-FORCE-YES                         VALUE 'Y'.
000689         88  PG-FORCE-NO                          VALUE 'N'.
000690 77  PG-CHECK-SWITCH            PIC X(01)   VALUE 'N'.
000691         88  PG-CHECK-YES                         VALUE 'Y'.
000692         88  PG-CHECK-NO                          VALUE 'N'.
000693 77  PG-TAKEN-SWITCH              PIC X(01)   VALUE 'N'.
000694         88  PG-GEN-TAKEN                         VALUE 'Y'.
000695         88  PG-GEN-NOT-TAKEN                     VALUE 'N'.
000696 01  PG-VERIFY-HASH               PIC S9(13)V99 COMP-3 VALUE 0.
000697 01  PG-FORCE-BY                  PIC X(08)   VALUE SPACES.
000700     COPY PGOUTHDR.
000710 01  PG-RUN-DATE                  PIC 9(08)   VALUE ZERO.
000720 01  PG-RUN-TIME-RAW              PIC 9(08)   VALUE ZERO.
000730 01  PG-CURRENT-REQUEST-ID        PIC X(08)   VALUE SPACES.
000740 01  PG-CURRENT-PROG-TYPE         PIC X(01)   VALUE SPACE.
000745 01  PG-CURRENT-CURRENCY          PIC X(03)   VALUE SPACES.
000750 01  PG-FIRST-TERM                PIC S9(9)V99 COMP-3 VALUE 0.
000760 01  PG-LAST-TERM                 PIC S9(9)V99 COMP-3 VALUE 0.
000770 01  PG-FIRST-DUE-DATE            PIC 9(08)   VALUE ZERO.
000780 01  PG-LAST-DUE-DATE             PIC 9(08)   VALUE ZERO.
000790 01  PG-RUNNING-TOTAL             PIC S9(11)V99 COMP-3 VALUE 0.
000793 01  PG-JUROS-TOTAL               PIC S9(11)V99 COMP-3 VALUE 0.
000796 01  PG-AMORTIZ-TOTAL             PIC S9(11)V99 COMP-3 VALUE 0.
000800 01  PG-HASH-TOTAL                PIC S9(13)V99 COMP-3 VALUE 0.
000801 01  PG-DISPLAY-COUNT             PIC Z(7)9.
000802     COPY PGCURTAB.
000803*   PER-CURRENCY SUMMARY COUNT AND HASH FOR THE TRAILERS, ONE
000804*   ENTRY PER PGCURTAB CURRENCY (SAME SUBSCRIPT).
000805 01  PG-CURRENCY-TOTALS.
000806         05  PG-CT-ENTRY OCCURS 3 TIMES.
000807             10  PG-CT-DETAIL-COUNT       PIC 9(08)   COMP.
000808             10  PG-CT-HASH-TOTAL         PIC S9(13)V99 COMP-3.
000810*--------------------------------------------------------------*
000820* INTERFACE RECORD LAYOUTS -- RECORD TYPE IN BYTE 1: 'H' HEADER,*
000830* 'D' ONE SUMMARY PER REQUEST-ID, 'T' ONE TRAILER PER CURRENCY  *
000840* IN PGCURTAB ORDER.  EACH TRAILER'S COUNT COVERS THE 'D'       *
000850* RECORDS OF ITS CURRENCY ONLY, AND ITS HASH TOTAL IS THE       *
000855* SIGNED SUM OF THOSE SCHEDULE TOTALS.                          *
000860*--------------------------------------------------------------*
000870 01  PG-GL-HEADER.
000880         05  GH-RECORD-TYPE           PIC X(01)  VALUE 'H'.
000900             VALUE 'PROGRESSAO'.
000910         05  GH-RUN-DATE              PIC 9(08).
000920         05  GH-RUN-TIME              PIC 9(06).
000930         05  FILLER                   PIC X(75)  VALUE SPACES.
000940 01  PG-GL-DETAIL.
000950         05  GD-RECORD-TYPE           PIC X(01)  VALUE 'D'.
000960         05  GD-REQUEST-ID            PIC X(08).
001010         05  GD-SCHEDULE-TOTAL        PIC S9(11)V99.
001020         05  GD-FIRST-DUE-DATE        PIC 9(08).
001030         05  GD-LAST-DUE-DATE         PIC 9(08).
001040         05  GD-TOTAL-JUROS           PIC S9(11)V99.
001042         05  GD-TOTAL-AMORTIZ         PIC S9(11)V99.
001044         05  GD-CURRENCY              PIC X(03).
001046         05  FILLER                   PIC X(05)  VALUE SPACES.
001050 01  PG-GL-TRAILER.
001060         05  GT-RECORD-TYPE           PIC X(01)  VALUE 'T'.
001070         05  GT-RECORD-COUNT          PIC 9(08).
001080         05  GT-HASH-TOTAL            PIC S9(13)V99.
001090         05  GT-CURRENCY              PIC X(03).
001095         05  FILLER                   PIC X(73)  VALUE SPACES.
001100 PROCEDURE DIVISION.
001110 0000-MAINLINE.
001120         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001140             UNTIL PG-EOF-YES.
001150         PERFORM 2500-CLOSE-REQUEST THRU 2500-EXIT.
001160         PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT.
001165         PERFORM 8500-RECORD-CONTROL THRU 8500-EXIT.
001170         PERFORM 9000-TERMINATE THRU 9000-EXIT.
001180         STOP RUN.
001190 1000-INITIALIZE.
001200         ACCEPT PG-RUN-DATE FROM DATE YYYYMMDD.
001210         ACCEPT PG-RUN-TIME-RAW FROM TIME.
001215         PERFORM 1100-READ-PARM THRU 1100-EXIT.
001220         OPEN INPUT  PROGRESSION-OUTPUT-FILE.
001230         PERFORM 1500-VERIFY-OUTPUT THRU 1500-EXIT.
001233         PERFORM 1600-CHECK-CONTROL THRU 1600-EXIT.
001234         IF PG-CHECK-YES
001235             PERFORM 1700-END-CHECK THRU 1700-EXIT
001236         END-IF.
001237         INITIALIZE PG-CURRENCY-TOTALS.
001240         OPEN OUTPUT GL-INTERFACE-FILE.
001250         MOVE PG-RUN-DATE TO GH-RUN-DATE.
001260         COMPUTE GH-RUN-TIME = PG-RUN-TIME-RAW / 100.
001270         WRITE GL-INTERFACE-RECORD FROM PG-GL-HEADER.
001280         PERFORM 2900-READ-DETAIL THRU 2900-EXIT.
001290 1000-EXIT.
001291         EXIT.
001292*--------------------------------------------------------------*
001293* THE PGPARM CARD IS OPTIONAL AND NORMALLY EMPTY.  'FORCE' IN   *
001294* COLS 1-5 WITH THE AUTHORIZER'S ID IN COLS 7-14 LETS A         *
001295* GENERATION ALREADY TAKEN BE PROCESSED AGAIN (SEE 1600).      *
001296* 'CHECK' IN COLS 16-20 RUNS THE GUARD ALONE (SEE 1700).       *
001297* ANYTHING ELSE ON THE CARD CANCELS THE STEP WITH RETURN CODE   *
001298* 16 RATHER THAN GUESS AT WHAT THE OPERATOR MEANT.              *
001299*--------------------------------------------------------------*
001300 1100-READ-PARM.
001301         OPEN INPUT CONTROL-PARM-FILE.
001302*       FS 00 = FILE PRESENT, FS 05 = OPTIONAL FILE NOT PRESENT --
001303*       BOTH ARE A SUCCESSFUL OPEN AND MUST BE CLOSED BELOW.
001304         IF PG-PARM-FS NOT = '00' AND PG-PARM-FS NOT = '05'
001305             GO TO 1100-EXIT
001306         END-IF.
001307         READ CONTROL-PARM-FILE
001308             AT END
001309                 SET PG-PARM-EOF-YES TO TRUE
001310         END-READ.
001311         IF PG-PARM-EOF-YES
001312             GO TO 1100-CLOSE
001313         END-IF.
001314         IF PA-MODE = 'CHECK'
001315             SET PG-CHECK-YES TO TRUE
001316         ELSE
001317             IF PA-MODE NOT = SPACES
001318                 DISPLAY "PGPARM - ERRO: MODO " PA-MODE
001319                     " INVALIDO "
001320                     "NAS COLUNAS 16-20 (SO CHECK), EXECUCAO "
001321                     "CANCELADA."
001322                 MOVE 16 TO RETURN-CODE
001323                 CLOSE CONTROL-PARM-FILE
001324                 STOP RUN
001325             END-IF
001326         END-IF.
001327         IF PA-FORCE = SPACES
001328             GO TO 1100-CLOSE
001329         END-IF.
001330         IF PA-FORCE NOT = 'FORCE' OR PA-FORCE-BY = SPACES
001331             DISPLAY "PGPARM - ERRO: USE FORCE NAS COLUNAS 1-5 E "
001332                 "O AUTORIZADOR NAS 7-14, EXECUCAO CANCELADA."
001333             MOVE 16 TO RETURN-CODE
001334             CLOSE CONTROL-PARM-FILE
001335             STOP RUN
001336         END-IF.
001337         SET PG-FORCE-YES TO TRUE.
001338         MOVE PA-FORCE-BY TO PG-FORCE-BY.
001339 1100-CLOSE.
001340         CLOSE CONTROL-PARM-FILE.
001341 1100-EXIT.
001342         EXIT.
001343*--------------------------------------------------------------*
001344*--------------------------------------------------------------*
001345* THE GENERATION IS PROVED AGAINST ITS OWN TRAILER BEFORE ANY   *
001346* OUTPUT IS PRODUCED: HEADER PRESENT, TRAILER PRESENT, AND THE  *
001350* DETAIL COUNT AND HASH TOTAL AGREEING WITH THE RECORDS         *
001360* ACTUALLY ON THE FILE.  A MISMATCH MEANS A TRUNCATED FILE OR   *
001370* THE WRONG GENERATION ON THE DD, AND THE STEP IS CANCELLED     *
001380* WITH RETURN CODE 16.  THE FILE IS THEN CLOSED AND REOPENED    *
001390* FOR THE PROCESSING PASS.                                      *
001393* THE SAME PASS CANCELS THE STEP ON A TERM WHOSE CURRENCY IS   *
001396* NOT IN PGCURTAB, SINCE NO TRAILER COULD EVER BALANCE IT.      *
001400*--------------------------------------------------------------*
001410 1500-VERIFY-OUTPUT.
001420         READ PROGRESSION-OUTPUT-FILE
001490             MOVE 16 TO RETURN-CODE
001500             STOP RUN
001510         END-IF.
001513         MOVE PROGRESSION-OUTPUT-RECORD
001516             TO PROGRESSION-HEADER-RECORD.
001520         PERFORM 1510-VERIFY-RECORD THRU 1510-EXIT
001530             WITH TEST AFTER
001540             UNTIL PG-EOF-YES
001730         SET PG-EOF-NO TO TRUE.
001740 1500-EXIT.
001750         EXIT.
001751*--------------------------------------------------------------*
001752* ONCE-ONLY GUARD.  THE GENERATION'S IDENTITY -- ITS HEADER'S   *
001753* RUN DATE, RUN TIME AND RUN MODE -- IS LOOKED UP ON PGCTL      *
001754* UNDER THIS PROGRAM'S NAME.  A GENERATION ALREADY TAKEN IS     *
001755* REFUSED WITH RETURN CODE 2 BEFORE ANY OUTPUT IS OPENED,       *
001756* UNLESS PGPARM ASKS FOR A FORCED REPROCESS, WHICH IS LOGGED    *
001757* HERE AND ON THE CONTROL RECORD (8500).                        *
001758*--------------------------------------------------------------*
001759 1600-CHECK-CONTROL.
001760         OPEN I-O PROCESSING-CONTROL-FILE.
001761*       FS 05 = CLUSTER STILL EMPTY (NO GENERATION YET TAKEN).
001762         IF PG-CTL-FS NOT = '00' AND PG-CTL-FS NOT = '05'
001763             DISPLAY "PGCTL - ERRO: ABERTURA DO CONTROLE DE "
001764                 "PROCESSAMENTO FALHOU, FILE STATUS "
001765                 PG-CTL-FS "."
001766             MOVE 16 TO RETURN-CODE
001767             STOP RUN
001768         END-IF.
001769         MOVE SPACES      TO PROCESSING-CONTROL-RECORD.
001770         MOVE PH-RUN-DATE TO CT-RUN-DATE.
001771         MOVE PH-RUN-TIME TO CT-RUN-TIME.
001772         MOVE PH-RUN-MODE TO CT-RUN-MODE.
001773         SET CT-CONSUMER-GLEXT TO TRUE.
001774         READ PROCESSING-CONTROL-FILE.
001775         IF PG-CTL-FS = '00'
001776             SET PG-GEN-TAKEN TO TRUE
001777         ELSE
001778             IF PG-CTL-FS NOT = '23'
001779                 DISPLAY "PGCTL - ERRO: LEITURA DO CONTROLE DE "
001780                     "PROCESSAMENTO FALHOU, FILE STATUS "
001781                     PG-CTL-FS "."
001782                 MOVE 16 TO RETURN-CODE
001783                 STOP RUN
001784             END-IF
001785         END-IF.
001786         IF PG-GEN-NOT-TAKEN
001787             GO TO 1600-EXIT
001788         END-IF.
001789         MOVE CT-RECORD-COUNT TO PG-DISPLAY-COUNT.
001790         IF PG-FORCE-NO
001791             DISPLAY "PGGLEXT - GERACAO " PH-RUN-DATE " "
001792                 PH-RUN-TIME " " PH-RUN-MODE " JA PROCESSADA EM "
001793                 CT-LAST-DATE " " CT-LAST-TIME " ("
001794                 PG-DISPLAY-COUNT " REGISTROS); NADA FOI GRAVADO."
001795             MOVE 2 TO RETURN-CODE
001796             CLOSE PROGRESSION-OUTPUT-FILE
001797             CLOSE PROCESSING-CONTROL-FILE
001798             STOP RUN
001799         END-IF.
001800         DISPLAY "PGGLEXT - AVISO: REPROCESSAMENTO FORCADO DA "
001801             "GERACAO " PH-RUN-DATE " " PH-RUN-TIME " "
001802             PH-RUN-MODE ", AUTORIZADO POR " PG-FORCE-BY ".".
001803         DISPLAY "PGGLEXT - PROCESSAMENTO ANTERIOR EM "
001804             CT-LAST-DATE " " CT-LAST-TIME ": " PG-DISPLAY-COUNT
001805             " REGISTROS.".
001806 1600-EXIT.
001807         EXIT.
001808*--------------------------------------------------------------*
001809* CHECK MODE ENDS HERE: THE GENERATION HAS PROVED AGAINST ITS  *
001810* TRAILER AND IS NOT YET TAKEN (OR ITS REPROCESS IS FORCED),   *
001811* SO THE EXTRACT STEP MAY RUN.  NOTHING IS WRITTEN -- THE      *
001812* CONTROL RECORD IS STILL WRITTEN BY THE EXTRACT ITSELF.       *
001813*--------------------------------------------------------------*
001814 1700-END-CHECK.
001815         DISPLAY "PGGLEXT - VERIFICACAO: GERACAO " PH-RUN-DATE " "
001816             PH-RUN-TIME " " PH-RUN-MODE
001817             " LIBERADA PARA EXTRACAO.".
001818         MOVE ZERO TO RETURN-CODE.
001819         CLOSE PROGRESSION-OUTPUT-FILE.
001820         CLOSE PROCESSING-CONTROL-FILE.
001821         STOP RUN.
001822 1700-EXIT.
001823         EXIT.
001824 1510-VERIFY-RECORD.
001825         READ PROGRESSION-OUTPUT-FILE
001826             AT END
001827                 SET PG-EOF-YES TO TRUE
001828         END-READ.
001829         IF PG-EOF-YES
001830             GO TO 1510-EXIT
001831         END-IF.
001840         IF PO-TRAILER-RECORD
001850             SET PG-TRAILER-SEEN TO TRUE
001860             GO TO 1510-EXIT
001870         END-IF.
001880         ADD 1 TO PG-VERIFY-COUNT.
001890         ADD PO-TERMOS-VALOR TO PG-VERIFY-HASH.
001891         MOVE PO-CURRENCY TO PG-CUR-KEY.
001892         IF PG-CUR-KEY = SPACES
001893             MOVE PG-BASE-CURRENCY TO PG-CUR-KEY
001894         END-IF.
001895         PERFORM 1520-LOOKUP-CURRENCY THRU 1520-EXIT.
001896         IF PG-CUR-NOT-FOUND
001897             DISPLAY "PGOUT - ERRO: REQUEST " PO-REQUEST-ID
001898                 " COM MOEDA " PO-CURRENCY " FORA DA TABELA, "
001899                 "EXECUCAO CANCELADA."
001900             MOVE 16 TO RETURN-CODE
001901             STOP RUN
001902         END-IF.
001903 1510-EXIT.
001904         EXIT.
001905*       THE MATCHING ENTRY'S SUBSCRIPT IS SAVED IN PG-CT-SUB --
001906*       THE VARYING STEPS PG-CUR-SUB PAST IT BEFORE STOPPING.
001907 1520-LOOKUP-CURRENCY.
001908         SET PG-CUR-NOT-FOUND TO TRUE.
001909         PERFORM 1530-CHECK-CURRENCY-ENTRY THRU 1530-EXIT
001910             VARYING PG-CUR-SUB FROM 1 BY 1
001911             UNTIL PG-CUR-SUB > PG-CUR-COUNT
001912             OR PG-CUR-FOUND.
001913 1520-EXIT.
001914         EXIT.
001915 1530-CHECK-CURRENCY-ENTRY.
001916         IF PG-CUR-CODE(PG-CUR-SUB) = PG-CUR-KEY
001917             SET PG-CUR-FOUND TO TRUE
001918             MOVE PG-CUR-SUB TO PG-CT-SUB
001919         END-IF.
001920 1530-EXIT.
001921         EXIT.
001922* CONTROL BREAK ON PO-REQUEST-ID: ACCUMULATE EACH SCHEDULE'S    *
001930* TERM COUNT, FIRST/LAST TERM AND TOTAL, AND CUT ONE SUMMARY    *
001940* RECORD WHEN THE NEXT SCHEDULE (OR END OF FILE) ARRIVES.       *
001950*--------------------------------------------------------------*
002020             PERFORM 2500-CLOSE-REQUEST THRU 2500-EXIT
002030             MOVE PO-REQUEST-ID TO PG-CURRENT-REQUEST-ID
002040             MOVE PO-PROG-TYPE  TO PG-CURRENT-PROG-TYPE
002042             MOVE PO-CURRENCY   TO PG-CURRENT-CURRENCY
002044             IF PG-CURRENT-CURRENCY = SPACES
002046                 MOVE PG-BASE-CURRENCY TO PG-CURRENT-CURRENCY
002048             END-IF
002050             MOVE PO-TERMOS-VALOR TO PG-FIRST-TERM
002060             MOVE PO-DUE-DATE   TO PG-FIRST-DUE-DATE
002070             MOVE ZERO TO PG-TERM-COUNT
002080             MOVE ZERO TO PG-RUNNING-TOTAL
002083             MOVE ZERO TO PG-JUROS-TOTAL
002086             MOVE ZERO TO PG-AMORTIZ-TOTAL
002090         END-IF.
002100         MOVE PO-TERMOS-VALOR TO PG-LAST-TERM.
002110         MOVE PO-DUE-DATE     TO PG-LAST-DUE-DATE.
002120         ADD PO-TERMOS-VALOR TO PG-RUNNING-TOTAL.
002122         IF PO-PROG-TYPE = 'L'
002124             ADD PO-JUROS-VALOR   TO PG-JUROS-TOTAL
002126             ADD PO-AMORTIZ-VALOR TO PG-AMORTIZ-TOTAL
002128         END-IF.
002130         ADD 1 TO PG-TERM-COUNT.
002140         PERFORM 2900-READ-DETAIL THRU 2900-EXIT.
002150 2000-EXIT.
002260         MOVE PG-RUNNING-TOTAL      TO GD-SCHEDULE-TOTAL.
002270         MOVE PG-FIRST-DUE-DATE     TO GD-FIRST-DUE-DATE.
002280         MOVE PG-LAST-DUE-DATE      TO GD-LAST-DUE-DATE.
002282         MOVE PG-JUROS-TOTAL        TO GD-TOTAL-JUROS.
002284         MOVE PG-AMORTIZ-TOTAL      TO GD-TOTAL-AMORTIZ.
002286         MOVE PG-CURRENT-CURRENCY   TO GD-CURRENCY.
002290         WRITE GL-INTERFACE-RECORD FROM PG-GL-DETAIL.
002300         ADD 1 TO PG-DETAIL-COUNT.
002310         ADD PG-RUNNING-TOTAL TO PG-HASH-TOTAL.
002312         MOVE PG-CURRENT-CURRENCY TO PG-CUR-KEY.
002314         PERFORM 1520-LOOKUP-CURRENCY THRU 1520-EXIT.
002316         ADD 1 TO PG-CT-DETAIL-COUNT(PG-CT-SUB).
002318         ADD PG-RUNNING-TOTAL TO PG-CT-HASH-TOTAL(PG-CT-SUB).
002320 2500-EXIT.
002330         EXIT.
002340 2900-READ-DETAIL.
002480 2900-EXIT.
002490         EXIT.
002500 4000-WRITE-TRAILER.
002510         PERFORM 4100-WRITE-CURRENCY-TRAILER THRU 4100-EXIT
002520             VARYING PG-CUR-SUB FROM 1 BY 1
002521             UNTIL PG-CUR-SUB > PG-CUR-COUNT.
002522 4000-EXIT.
002523         EXIT.
002524 4100-WRITE-CURRENCY-TRAILER.
002525         MOVE PG-CUR-CODE(PG-CUR-SUB)         TO GT-CURRENCY.
002526         MOVE PG-CT-DETAIL-COUNT(PG-CUR-SUB)  TO GT-RECORD-COUNT.
002527         MOVE PG-CT-HASH-TOTAL(PG-CUR-SUB)    TO GT-HASH-TOTAL.
002530         WRITE GL-INTERFACE-RECORD FROM PG-GL-TRAILER.
002540 4100-EXIT.
002541         EXIT.
002542*--------------------------------------------------------------*
002543* THE GENERATION IS RECORDED AS TAKEN ONLY WHEN THIS PROGRAM'S  *
002544* OUTPUT IS COMPLETE, SO A RUN THAT FAILS PART-WAY CAN SIMPLY   *
002545* BE RERUN.  A FORCED REPROCESS KEEPS THE FIRST PROCESSING     *
002546* DATE/TIME, IS COUNTED, AND NAMES WHO AUTHORIZED IT.  THE     *
002547* DATE/TIME RECORDED IS THE ONE ON THE PGGLIF HEADER, SO THE   *
002548* CONTROL RECORD NAMES THE INTERFACE GENERATION IT DESCRIBES.  *
002549*--------------------------------------------------------------*
002550 8500-RECORD-CONTROL.
002552         IF PG-GEN-NOT-TAKEN
002553             MOVE GH-RUN-DATE TO CT-FIRST-DATE
002554             MOVE GH-RUN-TIME TO CT-FIRST-TIME
002555             MOVE ZERO        TO CT-FORCE-COUNT
002556             MOVE SPACES      TO CT-FORCE-BY
002557         ELSE
002558             ADD 1 TO CT-FORCE-COUNT
002559             MOVE PG-FORCE-BY TO CT-FORCE-BY
002560         END-IF.
002561         MOVE GH-RUN-DATE TO CT-LAST-DATE.
002562         MOVE GH-RUN-TIME TO CT-LAST-TIME.
002563         MOVE PG-DETAIL-COUNT TO CT-RECORD-COUNT.
002564         MOVE PG-HASH-TOTAL TO CT-HASH-TOTAL.
002565         IF PG-GEN-TAKEN
002566             REWRITE PROCESSING-CONTROL-RECORD
002567         ELSE
002568             WRITE PROCESSING-CONTROL-RECORD
002569         END-IF.
002570         IF PG-CTL-FS NOT = '00'
002571             DISPLAY "PGCTL - ERRO: GRAVACAO DO CONTROLE FALHOU, "
002572                 "FILE STATUS " PG-CTL-FS " -- A GERACAO FOI "
002573                 "PROCESSADA MAS NAO FICOU REGISTRADA."
002574             MOVE 16 TO RETURN-CODE
002575         END-IF.
002576         CLOSE PROCESSING-CONTROL-FILE.
002577 8500-EXIT.
002578         EXIT.
002579 9000-TERMINATE.
002580         CLOSE PROGRESSION-OUTPUT-FILE.
002581         CLOSE GL-INTERFACE-FILE.
002590 9000-EXIT.
002600         EXIT.
