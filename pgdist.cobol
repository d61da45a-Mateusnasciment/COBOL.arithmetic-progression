000100*           PGXTR1-PGXTR5 IN ORDER OF FIRST APPEARANCE IN THE
000110*           CONTROL FILE.  EACH EXTRACT CARRIES ONE 'D' LINE
000120*           PER TERM, ONE 'S' SCHEDULE-TOTAL LINE PER OWNED
000125*           SCHEDULE, BOTH ENDING IN THE SCHEDULE'S CURRENCY
000129*           (PO-CURRENCY, BLANK = BASE CURRENCY, SEE PGCURTAB),
000133*           AND CLOSING 'T' LINES -- ONE PER PGCURTAB CURRENCY IN
000137*           TABLE ORDER, WRITTEN EVEN WHEN ZERO -- WITH THE FILE'S
000141*           DETAIL COUNT AND VALUE TOTAL IN THAT CURRENCY, SO THE
000145*           RECEIVER CAN PROVE THE DROP COMPLETE WITHOUT ADDING
000149*           CURRENCIES TOGETHER.  A CURRENCY NOT IN THE TABLE
000153*           CANCELS THE STEP WITH RETURN CODE 16 BEFORE ANY
000157*           OUTPUT.  A CONTROL-FILE REQUEST-ID THAT PRODUCED NO
000161*           OUTPUT IS REPORTED WITH RETURN
000170*           CODE 4 -- THE OWNER WOULD OTHERWISE ASSUME AN
000180*           EMPTY MONTH INSTEAD OF A MISSING SCHEDULE.
000190*
000330* MODIFICATION HISTORY
000340*   DATE       INIT  DESCRIPTION
000350*   03/09/2026 JH    ORIGINAL DISTRIBUTION EXTRACT PROGRAM.
000351*   15/10/2026 JH    ONCE-ONLY GUARD: A GENERATION ALREADY
000352*                    DISTRIBUTED (PER THE PGCTL PROCESSING-
000353*                    CONTROL KSDS, KEYED BY THE PGOUT HEADER'S
000354*                    RUN DATE, TIME AND MODE) IS REFUSED WITH
000355*                    RETURN CODE 2 UNLESS PGPARM CARRIES FORCE
000356*                    AND THE AUTHORIZER; THE 'D' LINE COUNT AND
000357*                    VALUE TOTAL OVER ALL EXTRACTS ARE RECORDED
000358*                    ON PGCTL.
000359*   15/10/2026 JH    MULTI-CURRENCY: THE 'D' AND 'S' LINES END IN
000360*                    THE SCHEDULE'S CURRENCY AND EACH EXTRACT
000361*                    CLOSES WITH ONE 'T' LINE PER PGCURTAB
000362*                    CURRENCY; A CURRENCY NOT IN THE TABLE
000363*                    CANCELS THE STEP, RETURN CODE 16.
000364*------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000510             ORGANIZATION IS SEQUENTIAL.
000520         SELECT EXTRACT-5-FILE ASSIGN TO PGXTR5
000530             ORGANIZATION IS SEQUENTIAL.
000531         SELECT OPTIONAL CONTROL-PARM-FILE ASSIGN TO PGPARM
000532             ORGANIZATION IS SEQUENTIAL
000533             FILE STATUS IS PG-PARM-FS.
000534         SELECT OPTIONAL PROCESSING-CONTROL-FILE ASSIGN TO PGCTL
000535             ORGANIZATION IS INDEXED
000536             ACCESS MODE IS RANDOM
000537             RECORD KEY IS CT-KEY
000538             FILE STATUS IS PG-CTL-FS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  RECIPIENT-CONTROL-FILE
000770 FD  EXTRACT-5-FILE
000780         RECORDING MODE IS F.
000790 01  EXTRACT-5-RECORD                 PIC X(80).
000791 FD  CONTROL-PARM-FILE
000792         RECORDING MODE IS F.
000793 01  CONTROL-PARM-RECORD.
000794         05  PA-FORCE                 PIC X(05).
000795         05  FILLER                   PIC X(01).
000796         05  PA-FORCE-BY              PIC X(08).
000797         05  FILLER                   PIC X(66).
000798 FD  PROCESSING-CONTROL-FILE.
000799     COPY PGCTLREC.
000800 WORKING-STORAGE SECTION.
000810 77  PG-EOF-SWITCH                PIC X(01)   VALUE 'N'.
000820         88  PG-EOF-YES                           VALUE 'Y'.
000970 77  PG-SLOT-MAX                  PIC 9(02)   COMP VALUE 5.
000980 77  PG-WRITE-SLOT                PIC 9(02)   COMP VALUE 0.
000990 77  PG-SLOT-SUB                  PIC 9(02)   COMP VALUE 0.
000995 77  PG-CT-SUB                    PIC 9(02)   COMP VALUE 0.
001000 77  PG-MISSING-COUNT             PIC 9(04)   COMP VALUE 0.
001001 77  PG-DIST-COUNT                PIC 9(08)   COMP VALUE 0.
001002 77  PG-PARM-FS                   PIC X(02)   VALUE '00'.
001003 77  PG-PARM-EOF-SWITCH           PIC X(01)   VALUE 'N'.
001004         88  PG-PARM-EOF-YES                      VALUE 'Y'.
001005         88  PG-PARM-EOF-NO                       VALUE 'N'.
001006 77  PG-CTL-FS                    PIC X(02)   VALUE '00'.
001007 77  PG-FORCE-SWITCH              PIC X(01)   VALUE 'N'.
001008         88  PG-FORCE-YES                         VALUE 'Y'.
001009         88  PG-FORCE-NO                          VALUE 'N'.
001010 77  PG-TAKEN-SWITCH              PIC X(01)   VALUE 'N'.
001011         88  PG-GEN-TAKEN                         VALUE 'Y'.
001012         88  PG-GEN-NOT-TAKEN                     VALUE 'N'.
001013 01  PG-VERIFY-HASH               PIC S9(13)V99 COMP-3 VALUE 0.
001014 01  PG-DIST-HASH                 PIC S9(13)V99 COMP-3 VALUE 0.
001015 01  PG-FORCE-BY                  PIC X(08)   VALUE SPACES.
001016 01  PG-CTL-DATE                  PIC 9(08)   VALUE ZERO.
001017 01  PG-CTL-TIME-RAW              PIC 9(08)   VALUE ZERO.
001018 01  PG-CTL-TIME                  PIC 9(06)   VALUE ZERO.
001020 01  PG-CURRENT-REQUEST-ID        PIC X(08)   VALUE SPACES.
001025 01  PG-CURRENT-CURRENCY          PIC X(03)   VALUE SPACES.
001030 01  PG-DISPLAY-COUNT             PIC Z(7)9.
001040     COPY PGOUTHDR.
001045     COPY PGCURTAB.
001050*   ONE ENTRY PER CONTROL RECORD: THE RECIPIENT, THE SCHEDULE
001060*   THEY OWN, THE EXTRACT SLOT (1-5) THE RECIPIENT WAS GIVEN,
001070*   AND WHETHER THE SCHEDULE EVER PRODUCED A LIVE TERM.
001140             10  PG-RC-FOUND-SWITCH       PIC X(01).
001150                 88  PG-RC-FOUND                  VALUE 'Y'.
001160                 88  PG-RC-NOT-FOUND              VALUE 'N'.
001168*   ONE SLOT PER EXTRACT FILE: THE RECIPIENT IT WAS ASSIGNED
001176*   TO, THE FILE'S RUNNING DETAIL COUNT AND VALUE TOTAL PER
001184*   PGCURTAB CURRENCY (SAME SUBSCRIPT) FOR THE 'T' LINES, AND THE
001192*   CURRENT SCHEDULE'S COUNT AND TOTAL FOR THE 'S' LINE CUT AT
001200*   EACH GROUP BREAK.
001210 01  PG-SLOT-TABLE.
001220         05  PG-SLOT-ENTRY OCCURS 5 TIMES.
001230             10  PG-SLOT-RECIPIENT        PIC X(08).
001237             10  PG-SLOT-CUR-ENTRY OCCURS 3 TIMES.
001244                 15  PG-SLOT-COUNT        PIC 9(08) COMP.
001251                 15  PG-SLOT-TOTAL        PIC S9(13)V99 COMP-3.
001260             10  PG-SLOT-GRP-COUNT        PIC 9(05) COMP.
001270             10  PG-SLOT-GRP-TOTAL        PIC S9(11)V99 COMP-3.
001280 01  PG-EXTRACT-DETAIL.
001350         05  FILLER                   PIC X(01)  VALUE ';'.
001360         05  XD-DUE-DATE              PIC 9(08).
001370         05  FILLER                   PIC X(01)  VALUE ';'.
001376         05  XD-PROG-TYPE             PIC X(01).
001382         05  FILLER                   PIC X(01)  VALUE ';'.
001388         05  XD-CURRENCY              PIC X(03).
001394         05  FILLER                   PIC X(40)  VALUE SPACES.
001400 01  PG-EXTRACT-SCHED-TOTAL.
001410         05  FILLER                   PIC X(02)  VALUE 'S;'.
001420         05  XS-REQUEST-ID            PIC X(08).
001430         05  FILLER                   PIC X(01)  VALUE ';'.
001440         05  XS-TERM-COUNT            PIC 9(05).
001450         05  FILLER                   PIC X(01)  VALUE ';'.
001456         05  XS-TOTAL                 PIC -9(11).99.
001462         05  FILLER                   PIC X(01)  VALUE ';'.
001468         05  XS-CURRENCY              PIC X(03).
001474         05  FILLER                   PIC X(44)  VALUE SPACES.
001480 01  PG-EXTRACT-TRAILER.
001490         05  FILLER                   PIC X(02)  VALUE 'T;'.
001500         05  XT-RECIPIENT             PIC X(08).
001510         05  FILLER                   PIC X(01)  VALUE ';'.
001520         05  XT-RECORD-COUNT          PIC 9(08).
001530         05  FILLER                   PIC X(01)  VALUE ';'.
001536         05  XT-TOTAL                 PIC -9(11).99.
001542         05  FILLER                   PIC X(01)  VALUE ';'.
001548         05  XT-CURRENCY              PIC X(03).
001554         05  FILLER                   PIC X(41)  VALUE SPACES.
001560 01  PG-EXTRACT-LINE              PIC X(80)   VALUE SPACES.
001570 PROCEDURE DIVISION.
001580 0000-MAINLINE.
001620         PERFORM 2500-CLOSE-GROUP THRU 2500-EXIT.
001630         PERFORM 4000-WRITE-TRAILERS THRU 4000-EXIT.
001640         PERFORM 4500-CHECK-UNMATCHED THRU 4500-EXIT.
001645         PERFORM 8500-RECORD-CONTROL THRU 8500-EXIT.
001650         PERFORM 9000-TERMINATE THRU 9000-EXIT.
001660         STOP RUN.
001670 1000-INITIALIZE.
001760             MOVE 16 TO RETURN-CODE
001770             STOP RUN
001780         END-IF.
001785         PERFORM 1100-READ-PARM THRU 1100-EXIT.
001790         OPEN INPUT PROGRESSION-OUTPUT-FILE.
001800         PERFORM 1500-VERIFY-OUTPUT THRU 1500-EXIT.
001805         PERFORM 1600-CHECK-CONTROL THRU 1600-EXIT.
001810         OPEN OUTPUT EXTRACT-1-FILE.
001820         OPEN OUTPUT EXTRACT-2-FILE.
001830         OPEN OUTPUT EXTRACT-3-FILE.
001850         OPEN OUTPUT EXTRACT-5-FILE.
001860         PERFORM 2900-READ-DETAIL THRU 2900-EXIT.
001870 1000-EXIT.
001871         EXIT.
001872*--------------------------------------------------------------*
001873* THE PGPARM CARD IS OPTIONAL AND NORMALLY EMPTY.  'FORCE' IN   *
001874* COLS 1-5 WITH THE AUTHORIZER'S ID IN COLS 7-14 LETS A         *
001875* GENERATION ALREADY TAKEN BE PROCESSED AGAIN (SEE 1600).       *
001876* ANYTHING ELSE ON THE CARD CANCELS THE STEP WITH RETURN CODE   *
001877* 16 RATHER THAN GUESS AT WHAT THE OPERATOR MEANT.              *
001878*--------------------------------------------------------------*
001879 1100-READ-PARM.
001880         OPEN INPUT CONTROL-PARM-FILE.
001881*       FS 00 = FILE PRESENT, FS 05 = OPTIONAL FILE NOT PRESENT --
001882*       BOTH ARE A SUCCESSFUL OPEN AND MUST BE CLOSED BELOW.
001883         IF PG-PARM-FS NOT = '00' AND PG-PARM-FS NOT = '05'
001884             GO TO 1100-EXIT
001885         END-IF.
001886         READ CONTROL-PARM-FILE
001887             AT END
001888                 SET PG-PARM-EOF-YES TO TRUE
001889         END-READ.
001890         IF PG-PARM-EOF-YES OR PA-FORCE = SPACES
001891             GO TO 1100-CLOSE
001892         END-IF.
001893         IF PA-FORCE NOT = 'FORCE' OR PA-FORCE-BY = SPACES
001894             DISPLAY "PGPARM - ERRO: USE FORCE NAS COLUNAS 1-5 E "
001895                 "O AUTORIZADOR NAS 7-14, EXECUCAO CANCELADA."
001896             MOVE 16 TO RETURN-CODE
001897             CLOSE CONTROL-PARM-FILE
001898             STOP RUN
001899         END-IF.
001900         SET PG-FORCE-YES TO TRUE.
001901         MOVE PA-FORCE-BY TO PG-FORCE-BY.
001902 1100-CLOSE.
001903         CLOSE CONTROL-PARM-FILE.
001904 1100-EXIT.
001905         EXIT.
001906*--------------------------------------------------------------*
001907* LOAD ONE CONTROL RECORD: THE RECIPIENT IS GIVEN THE EXTRACT   *
001910* SLOT OF ITS FIRST APPEARANCE, NEW RECIPIENTS TAKE THE NEXT    *
001920* FREE SLOT, AND A SIXTH DISTINCT RECIPIENT OR A 201ST PAIR     *
001930* CANCELS THE RUN -- SPLIT THE CONTROL FILE ACROSS TWO RUNS     *
002390             STOP RUN
002400         END-IF.
002410         ADD 1 TO PG-SLOT-USED.
002430         INITIALIZE PG-SLOT-ENTRY(PG-SLOT-USED).
002450         MOVE RC-RECIPIENT TO PG-SLOT-RECIPIENT(PG-SLOT-USED).
002470         MOVE PG-SLOT-USED TO PG-WRITE-SLOT.
002480 1350-EXIT.
002490         EXIT.
002740             MOVE 16 TO RETURN-CODE
002750             STOP RUN
002760         END-IF.
002763         MOVE PROGRESSION-OUTPUT-RECORD
002766             TO PROGRESSION-HEADER-RECORD.
002770         PERFORM 1510-VERIFY-RECORD THRU 1510-EXIT
002780             WITH TEST AFTER
002790             UNTIL PG-EOF-YES
002970         OPEN INPUT PROGRESSION-OUTPUT-FILE.
002980         SET PG-EOF-NO TO TRUE.
002990 1500-EXIT.
002991         EXIT.
002992*--------------------------------------------------------------*
002993* ONCE-ONLY GUARD.  THE GENERATION'S IDENTITY -- ITS HEADER'S   *
002994* RUN DATE, RUN TIME AND RUN MODE -- IS LOOKED UP ON PGCTL      *
002995* UNDER THIS PROGRAM'S NAME.  A GENERATION ALREADY TAKEN IS     *
002996* REFUSED WITH RETURN CODE 2 BEFORE ANY OUTPUT IS OPENED,       *
002997* UNLESS PGPARM ASKS FOR A FORCED REPROCESS, WHICH IS LOGGED    *
002998* HERE AND ON THE CONTROL RECORD (8500).                        *
002999*--------------------------------------------------------------*
003000 1600-CHECK-CONTROL.
003001         OPEN I-O PROCESSING-CONTROL-FILE.
003002*       FS 05 = CLUSTER STILL EMPTY (NO GENERATION YET TAKEN).
003003         IF PG-CTL-FS NOT = '00' AND PG-CTL-FS NOT = '05'
003004             DISPLAY "PGCTL - ERRO: ABERTURA DO CONTROLE DE "
003005                 "PROCESSAMENTO FALHOU, FILE STATUS "
003006                 PG-CTL-FS "."
003007             MOVE 16 TO RETURN-CODE
003008             STOP RUN
003009         END-IF.
003010         MOVE SPACES      TO PROCESSING-CONTROL-RECORD.
003011         MOVE PH-RUN-DATE TO CT-RUN-DATE.
003012         MOVE PH-RUN-TIME TO CT-RUN-TIME.
003013         MOVE PH-RUN-MODE TO CT-RUN-MODE.
003014         SET CT-CONSUMER-DIST TO TRUE.
003015         READ PROCESSING-CONTROL-FILE.
003016         IF PG-CTL-FS = '00'
003017             SET PG-GEN-TAKEN TO TRUE
003018         ELSE
003019             IF PG-CTL-FS NOT = '23'
003020                 DISPLAY "PGCTL - ERRO: LEITURA DO CONTROLE DE "
003021                     "PROCESSAMENTO FALHOU, FILE STATUS "
003022                     PG-CTL-FS "."
003023                 MOVE 16 TO RETURN-CODE
003024                 STOP RUN
003025             END-IF
003026         END-IF.
003027         IF PG-GEN-NOT-TAKEN
003028             GO TO 1600-EXIT
003029         END-IF.
003030         MOVE CT-RECORD-COUNT TO PG-DISPLAY-COUNT.
003031         IF PG-FORCE-NO
003032             DISPLAY "PGDIST - GERACAO " PH-RUN-DATE " "
003033                 PH-RUN-TIME " " PH-RUN-MODE " JA PROCESSADA EM "
003034                 CT-LAST-DATE " " CT-LAST-TIME " ("
003035                 PG-DISPLAY-COUNT " REGISTROS); NADA FOI GRAVADO."
003036             MOVE 2 TO RETURN-CODE
003037             CLOSE PROGRESSION-OUTPUT-FILE
003038             CLOSE PROCESSING-CONTROL-FILE
003039             STOP RUN
003040         END-IF.
003041         DISPLAY "PGDIST - AVISO: REPROCESSAMENTO FORCADO DA "
003042             "GERACAO " PH-RUN-DATE " " PH-RUN-TIME " "
003043             PH-RUN-MODE ", AUTORIZADO POR " PG-FORCE-BY ".".
003044         DISPLAY "PGDIST - PROCESSAMENTO ANTERIOR EM "
003045             CT-LAST-DATE " " CT-LAST-TIME ": " PG-DISPLAY-COUNT
003046             " REGISTROS.".
003047 1600-EXIT.
003048         EXIT.
003049 1510-VERIFY-RECORD.
003050         READ PROGRESSION-OUTPUT-FILE
003051             AT END
003052                 SET PG-EOF-YES TO TRUE
003053         END-READ.
003060         IF PG-EOF-YES
003070             GO TO 1510-EXIT
003080         END-IF.
003120         END-IF.
003130         ADD 1 TO PG-VERIFY-COUNT.
003140         ADD PO-TERMOS-VALOR TO PG-VERIFY-HASH.
003141         MOVE PO-CURRENCY TO PG-CUR-KEY.
003142         IF PG-CUR-KEY = SPACES
003143             MOVE PG-BASE-CURRENCY TO PG-CUR-KEY
003144         END-IF.
003145         PERFORM 1520-LOOKUP-CURRENCY THRU 1520-EXIT.
003146         IF PG-CUR-NOT-FOUND
003147             DISPLAY "PGOUT - ERRO: REQUEST " PO-REQUEST-ID
003148                 " COM MOEDA " PG-CUR-KEY " FORA DA TABELA, "
003149                 "EXECUCAO CANCELADA."
003150             MOVE 16 TO RETURN-CODE
003151             STOP RUN
003152         END-IF.
003153 1510-EXIT.
003160         EXIT.
003161*       THE MATCHING ENTRY'S SUBSCRIPT IS SAVED IN PG-CT-SUB --
003162*       THE VARYING STEPS PG-CUR-SUB PAST IT BEFORE STOPPING.
003163 1520-LOOKUP-CURRENCY.
003164         SET PG-CUR-NOT-FOUND TO TRUE.
003165         PERFORM 1530-CHECK-CURRENCY-ENTRY THRU 1530-EXIT
003166             VARYING PG-CUR-SUB FROM 1 BY 1
003167             UNTIL PG-CUR-SUB > PG-CUR-COUNT
003168             OR PG-CUR-FOUND.
003169 1520-EXIT.
003170         EXIT.
003171 1530-CHECK-CURRENCY-ENTRY.
003172         IF PG-CUR-CODE(PG-CUR-SUB) = PG-CUR-KEY
003173             SET PG-CUR-FOUND TO TRUE
003174             MOVE PG-CUR-SUB TO PG-CT-SUB
003175         END-IF.
003176 1530-EXIT.
003177         EXIT.
003178*--------------------------------------------------------------*
003180* CONTROL BREAK ON PO-REQUEST-ID, SUPERSEDED RECORDS SKIPPED    *
003190* AS IN PGREPT.  EACH LIVE TERM IS WRITTEN TO THE EXTRACT OF    *
003200* EVERY RECIPIENT WHOSE CONTROL ENTRY NAMES ITS SCHEDULE, AND   *
003280         IF PO-REQUEST-ID NOT = PG-CURRENT-REQUEST-ID
003290             PERFORM 2500-CLOSE-GROUP THRU 2500-EXIT
003300             MOVE PO-REQUEST-ID TO PG-CURRENT-REQUEST-ID
003301             MOVE PO-CURRENCY TO PG-CURRENT-CURRENCY
003302             IF PG-CURRENT-CURRENCY = SPACES
003303                 MOVE PG-BASE-CURRENCY TO PG-CURRENT-CURRENCY
003304             END-IF
003305             MOVE PG-CURRENT-CURRENCY TO PG-CUR-KEY
003306             PERFORM 1520-LOOKUP-CURRENCY THRU 1520-EXIT
003310         END-IF.
003320         PERFORM 2100-MATCH-ENTRY THRU 2100-EXIT
003330             VARYING PG-RC-IDX FROM 1 BY 1
003460         MOVE PO-TERMOS-VALOR TO XD-TERMO-VALOR.
003470         MOVE PO-DUE-DATE     TO XD-DUE-DATE.
003480         MOVE PO-PROG-TYPE    TO XD-PROG-TYPE.
003485         MOVE PG-CURRENT-CURRENCY TO XD-CURRENCY.
003490         MOVE PG-EXTRACT-DETAIL TO PG-EXTRACT-LINE.
003500         PERFORM 3900-WRITE-EXTRACT THRU 3900-EXIT.
003507         ADD 1 TO PG-SLOT-COUNT(PG-WRITE-SLOT, PG-CT-SUB).
003514         ADD PO-TERMOS-VALOR
003521             TO PG-SLOT-TOTAL(PG-WRITE-SLOT, PG-CT-SUB).
003530         ADD 1 TO PG-SLOT-GRP-COUNT(PG-WRITE-SLOT).
003540         ADD PO-TERMOS-VALOR
003550             TO PG-SLOT-GRP-TOTAL(PG-WRITE-SLOT).
003720         MOVE PG-SLOT-GRP-COUNT(PG-WRITE-SLOT)
003730             TO XS-TERM-COUNT.
003740         MOVE PG-SLOT-GRP-TOTAL(PG-WRITE-SLOT) TO XS-TOTAL.
003745         MOVE PG-CURRENT-CURRENCY TO XS-CURRENCY.
003750         MOVE PG-EXTRACT-SCHED-TOTAL TO PG-EXTRACT-LINE.
003760         PERFORM 3900-WRITE-EXTRACT THRU 3900-EXIT.
003770         MOVE ZERO TO PG-SLOT-GRP-COUNT(PG-WRITE-SLOT).
004210 4000-EXIT.
004220         EXIT.
004230 4010-WRITE-SLOT-TRAILER.
004247         PERFORM 4020-WRITE-CURRENCY-TRAILER THRU 4020-EXIT
004264             VARYING PG-CUR-SUB FROM 1 BY 1
004281             UNTIL PG-CUR-SUB > PG-CUR-COUNT.
004300 4010-EXIT.
004310         EXIT.
004311 4020-WRITE-CURRENCY-TRAILER.
004312         MOVE PG-SLOT-RECIPIENT(PG-WRITE-SLOT) TO XT-RECIPIENT.
004313         MOVE PG-SLOT-COUNT(PG-WRITE-SLOT, PG-CUR-SUB)
004314             TO XT-RECORD-COUNT.
004315         MOVE PG-SLOT-TOTAL(PG-WRITE-SLOT, PG-CUR-SUB)
004316             TO XT-TOTAL.
004317         MOVE PG-CUR-CODE(PG-CUR-SUB) TO XT-CURRENCY.
004318         ADD PG-SLOT-COUNT(PG-WRITE-SLOT, PG-CUR-SUB)
004319             TO PG-DIST-COUNT.
004320         ADD PG-SLOT-TOTAL(PG-WRITE-SLOT, PG-CUR-SUB)
004321             TO PG-DIST-HASH.
004322         MOVE PG-EXTRACT-TRAILER TO PG-EXTRACT-LINE.
004323         PERFORM 3900-WRITE-EXTRACT THRU 3900-EXIT.
004324 4020-EXIT.
004325         EXIT.
004326*--------------------------------------------------------------*
004330* A CONTROL ENTRY WHOSE SCHEDULE NEVER PRODUCED A LIVE TERM IS  *
004340* REPORTED -- THE SCHEDULE MAY HAVE BEEN HELD, REJECTED, OR     *
004350* MISKEYED -- SO THE OWNER HEARS ABOUT IT FROM OPERATIONS       *
004550         END-IF.
004560 4510-EXIT.
004570         EXIT.
004571*--------------------------------------------------------------*
004572* THE GENERATION IS RECORDED AS TAKEN ONLY WHEN THIS PROGRAM'S  *
004573* OUTPUT IS COMPLETE, SO A RUN THAT FAILS PART-WAY CAN SIMPLY   *
004574* BE RERUN.  A FORCED REPROCESS KEEPS THE FIRST PROCESSING      *
004575* DATE/TIME, IS COUNTED, AND NAMES WHO AUTHORIZED IT.           *
004576*--------------------------------------------------------------*
004577 8500-RECORD-CONTROL.
004578         ACCEPT PG-CTL-DATE FROM DATE YYYYMMDD.
004579         ACCEPT PG-CTL-TIME-RAW FROM TIME.
004580         COMPUTE PG-CTL-TIME = PG-CTL-TIME-RAW / 100.
004581         IF PG-GEN-NOT-TAKEN
004582             MOVE PG-CTL-DATE TO CT-FIRST-DATE
004583             MOVE PG-CTL-TIME TO CT-FIRST-TIME
004584             MOVE ZERO        TO CT-FORCE-COUNT
004585             MOVE SPACES      TO CT-FORCE-BY
004586         ELSE
004587             ADD 1 TO CT-FORCE-COUNT
004588             MOVE PG-FORCE-BY TO CT-FORCE-BY
004589         END-IF.
004590         MOVE PG-CTL-DATE TO CT-LAST-DATE.
004591         MOVE PG-CTL-TIME TO CT-LAST-TIME.
004592         MOVE PG-DIST-COUNT TO CT-RECORD-COUNT.
004593         MOVE PG-DIST-HASH TO CT-HASH-TOTAL.
004594         IF PG-GEN-TAKEN
004595             REWRITE PROCESSING-CONTROL-RECORD
004596         ELSE
004597             WRITE PROCESSING-CONTROL-RECORD
004598         END-IF.
004599         IF PG-CTL-FS NOT = '00'
004600             DISPLAY "PGCTL - ERRO: GRAVACAO DO CONTROLE FALHOU, "
004601                 "FILE STATUS " PG-CTL-FS " -- A GERACAO FOI "
004602                 "PROCESSADA MAS NAO FICOU REGISTRADA."
004603             MOVE 16 TO RETURN-CODE
004604         END-IF.
004605         CLOSE PROCESSING-CONTROL-FILE.
004606 8500-EXIT.
004607         EXIT.
004608 9000-TERMINATE.
004609         CLOSE PROGRESSION-OUTPUT-FILE.
004610         CLOSE EXTRACT-1-FILE.
004611         CLOSE EXTRACT-2-FILE.
004620         CLOSE EXTRACT-3-FILE.
004630         CLOSE EXTRACT-4-FILE.
004640         CLOSE EXTRACT-5-FILE.
004700             PG-DISPLAY-COUNT.
004710 9000-EXIT.
004720         EXIT.

