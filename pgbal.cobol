000010*----------------------------------------------------------------*
000020* PROGRAM:  PGBAL
000030* PURPOSE:  END-OF-BATCH BALANCING FOR ONE PGOUT GENERATION.
000040*           EACH STEP OF PROGBAT PROVES ITS OWN INPUT; THIS STEP
000050*           RUNS LAST AND PROVES THE FIGURES STAYED THE SAME
000060*           FROM ONE FILE TO THE NEXT, TYING TOGETHER:
000070*             - THE PGOUT TRAILER'S DETAIL COUNT AND HASH TOTAL
000080*               AGAINST THE DETAIL RECORDS ON THE FILE;
000090*             - THE PGAUDIT RECORD'S OUTPUT COUNT (THE LATEST
000100*               RECORD, WHICH MUST NOT BE OLDER THAN THE
000110*               GENERATION'S HEADER) AGAINST THE TRAILER;
000120*             - THE PGGLIF TRAILERS' COUNT AND HASH, CURRENCY
000130*               BY CURRENCY AND SUMMED, AGAINST THE LIVE-TERM
000140*               TOTALS OF THE GENERATION (NON-SUPERSEDED TERMS:
000150*               ONE SUMMARY PER SCHEDULE, HASH = SUM OF THEIR
000160*               VALUES), AND AGAINST THE PGGLIF SUMMARY RECORDS
000170*               THEMSELVES;
000171*             - THE PGGLIF HEADER'S RUN DATE/TIME AGAINST THE
000172*               STAMP PGGLEXT RECORDED FOR THE EXTRACT ON ITS
000173*               PGCTL RECORD FOR THIS GENERATION, SO A PGGLIF
000174*               CUT FROM ANOTHER GENERATION, OR LEFT EMPTY, DOES
000175*               NOT TIE;
000180*             - THE PGHIST RECORDS PGARCH STAMPED WHEN IT
000190*               ARCHIVED THIS GENERATION (THE STAMP IS READ
000200*               FROM PGARCH'S PGCTL RECORD) AGAINST THE TRAILER;
000210*             - THE PGREJX REJECT COUNT AGAINST THE AUDIT
000220*               RECORD'S VALIDATION AND OVERFLOW REJECTS.  A
000230*               RESTART APPENDS TO PGREJX, SO ON A RESTART RUN
000240*               THE FILE MAY HOLD MORE THAN THE AUDIT RECORD
000250*               COUNTS BUT NEVER FEWER.
000260*           THE GENERATION IS IDENTIFIED BY ITS OWN HEADER.  A
000270*           ONE-PAGE CONTROL SHEET (PGBPRT) SHOWS EACH FIGURE,
000280*           WHAT IT WAS TIED TO AND WHETHER IT TIES, FOR
000290*           OPERATIONS TO SIGN OFF.  A MISSING FILE OR RECORD
000300*           DOES NOT TIE.  ANY FAILURE TO TIE ENDS THE STEP WITH
000310*           RETURN CODE 8; A PGOUT WITH NO HEADER OR TRAILER
000320*           CANNOT BE IDENTIFIED AND CANCELS IT WITH 16.
000330*----------------------------------------------------------------*
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.     PGBAL.
000360 AUTHOR.         J HAWTHORNE.
000370 INSTALLATION.   DATA PROCESSING CENTER.
000380 DATE-WRITTEN.   15/10/2026.
000390 DATE-COMPILED.
000400*------------------------------------------------------------*
000410* MODIFICATION HISTORY
000420*   DATE       INIT  DESCRIPTION
000430*   15/10/2026 JH    ORIGINAL END-OF-BATCH BALANCING STEP.
000432*   15/10/2026 JH    THE PGGLIF HEADER'S RUN DATE/TIME IS TIED
000434*                    TO CT-LAST-DATE/TIME ON PGGLEXT'S PGCTL
000436*                    RECORD FOR THE GENERATION; AN EMPTY PGGLIF
000438*                    NOW COUNTS AS PRESENT AND DOES NOT TIE.
000440*------------------------------------------------------------*
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480         SELECT PROGRESSION-OUTPUT-FILE ASSIGN TO PGOUT
000490             ORGANIZATION IS SEQUENTIAL.
000500         SELECT OPTIONAL RUN-AUDIT-FILE ASSIGN TO PGAUDIT
000510             ORGANIZATION IS SEQUENTIAL
000520             FILE STATUS IS PG-AUDIT-FS.
000530         SELECT OPTIONAL GL-INTERFACE-FILE ASSIGN TO PGGLIF
000540             ORGANIZATION IS SEQUENTIAL
000550             FILE STATUS IS PG-GLIF-FS.
000560         SELECT OPTIONAL PROCESSING-CONTROL-FILE ASSIGN TO PGCTL
000570             ORGANIZATION IS INDEXED
000580             ACCESS MODE IS RANDOM
000590             RECORD KEY IS CT-KEY
000600             FILE STATUS IS PG-CTL-FS.
000610         SELECT OPTIONAL PROGRESSION-HISTORY-FILE ASSIGN TO PGHIST
000620             ORGANIZATION IS SEQUENTIAL
000630             FILE STATUS IS PG-HIST-FS.
000640         SELECT OPTIONAL REJECT-OUTPUT-FILE ASSIGN TO PGREJX
000650             ORGANIZATION IS SEQUENTIAL
000660             FILE STATUS IS PG-REJECT-FS.
000670         SELECT BALANCE-PRINT-FILE ASSIGN TO PGBPRT
000680             ORGANIZATION IS SEQUENTIAL.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  PROGRESSION-OUTPUT-FILE
000720         RECORDING MODE IS F.
000730     COPY PGOUTREC.
000740 FD  RUN-AUDIT-FILE
000750         RECORDING MODE IS F.
000760     COPY PGAUDREC.
000770*   PGGLEXT INTERFACE RECORD: TYPE IN BYTE 1, 'D' SUMMARY AND
000780*   'T' CURRENCY TRAILER AND 'H' HEADER VIEWS (LAYOUTS IN
000785*   PGGLEXT).
000790 FD  GL-INTERFACE-FILE
000800         RECORDING MODE IS F.
000810 01  GL-INTERFACE-RECORD.
000820         05  GI-RECORD-TYPE           PIC X(01).
000830             88  GI-HEADER                        VALUE 'H'.
000840             88  GI-DETAIL                        VALUE 'D'.
000850             88  GI-TRAILER                       VALUE 'T'.
000860         05  FILLER                   PIC X(99).
000870 01  GL-DETAIL-VIEW.
000880         05  FILLER                   PIC X(37).
000890         05  GI-SCHEDULE-TOTAL        PIC S9(11)V99.
000900         05  FILLER                   PIC X(42).
000910         05  GI-DETAIL-CURRENCY       PIC X(03).
000920         05  FILLER                   PIC X(05).
000930 01  GL-TRAILER-VIEW.
000940         05  FILLER                   PIC X(01).
000950         05  GI-RECORD-COUNT          PIC 9(08).
000960         05  GI-HASH-TOTAL            PIC S9(13)V99.
000970         05  GI-TRAILER-CURRENCY      PIC X(03).
000972         05  FILLER                   PIC X(73).
000974 01  GL-HEADER-VIEW.
000976         05  FILLER                   PIC X(11).
000978         05  GI-HEADER-RUN-DATE       PIC 9(08).
000980         05  GI-HEADER-RUN-TIME       PIC 9(06).
000982         05  FILLER                   PIC X(75).
000990 FD  PROCESSING-CONTROL-FILE.
001000     COPY PGCTLREC.
001010 FD  PROGRESSION-HISTORY-FILE
001020         RECORDING MODE IS F.
001030     COPY PGHISREC.
001040 FD  REJECT-OUTPUT-FILE
001050         RECORDING MODE IS F.
001060     COPY PGREJREC.
001070 FD  BALANCE-PRINT-FILE
001080         RECORDING MODE IS F.
001090 01  BALANCE-PRINT-RECORD.
001100         05  BP-CARRIAGE-CONTROL      PIC X(01).
001110         05  BP-PRINT-LINE            PIC X(132).
001120 WORKING-STORAGE SECTION.
001130 77  PG-EOF-SWITCH                PIC X(01)   VALUE 'N'.
001140         88  PG-EOF-YES                           VALUE 'Y'.
001150         88  PG-EOF-NO                            VALUE 'N'.
001160 77  PG-TRAILER-SWITCH            PIC X(01)   VALUE 'N'.
001170         88  PG-TRAILER-SEEN                      VALUE 'Y'.
001180         88  PG-TRAILER-MISSING                   VALUE 'N'.
001190 77  PG-AUDIT-SWITCH              PIC X(01)   VALUE 'N'.
001200         88  PG-AUDIT-FOUND                       VALUE 'Y'.
001210         88  PG-AUDIT-MISSING                     VALUE 'N'.
001220 77  PG-GLIF-SWITCH               PIC X(01)   VALUE 'N'.
001230         88  PG-GLIF-FOUND                        VALUE 'Y'.
001240         88  PG-GLIF-MISSING                      VALUE 'N'.
001250 77  PG-STAMP-SWITCH              PIC X(01)   VALUE 'N'.
001260         88  PG-STAMP-FOUND                       VALUE 'Y'.
001270         88  PG-STAMP-MISSING                     VALUE 'N'.
001272 77  PG-EXTRACT-SWITCH           PIC X(01)   VALUE 'N'.
001274         88  PG-EXTRACT-FOUND                     VALUE 'Y'.
001276         88  PG-EXTRACT-MISSING                   VALUE 'N'.
001280 77  PG-HIST-SWITCH               PIC X(01)   VALUE 'N'.
001290         88  PG-HIST-FOUND                        VALUE 'Y'.
001300         88  PG-HIST-MISSING                      VALUE 'N'.
001310 77  PG-REJECT-SWITCH             PIC X(01)   VALUE 'N'.
001320         88  PG-REJECT-FOUND                      VALUE 'Y'.
001330         88  PG-REJECT-MISSING                    VALUE 'N'.
001340 77  PG-TIE-SWITCH                PIC X(01)   VALUE 'N'.
001350         88  PG-TIES                              VALUE 'Y'.
001360         88  PG-DOES-NOT-TIE                      VALUE 'N'.
001370 77  PG-AUDIT-FS                  PIC X(02)   VALUE '00'.
001380 77  PG-GLIF-FS                   PIC X(02)   VALUE '00'.
001390 77  PG-CTL-FS                    PIC X(02)   VALUE '00'.
001400 77  PG-HIST-FS                   PIC X(02)   VALUE '00'.
001410 77  PG-REJECT-FS                 PIC X(02)   VALUE '00'.
001420 77  PG-CT-SUB                    PIC 9(02)   COMP VALUE 0.
001430 77  PG-FAIL-COUNT                PIC 9(03)   COMP VALUE 0.
001440 77  PG-DETAIL-COUNT              PIC 9(08)   COMP VALUE 0.
001450 77  PG-LIVE-TERM-COUNT           PIC 9(08)   COMP VALUE 0.
001460 77  PG-UNKNOWN-CUR-COUNT         PIC 9(08)   COMP VALUE 0.
001470 77  PG-GLIF-BAD-COUNT            PIC 9(08)   COMP VALUE 0.
001475 77  PG-GLIF-HDR-COUNT            PIC 9(08)   COMP VALUE 0.
001480 77  PG-HIST-READ-COUNT           PIC 9(08)   COMP VALUE 0.
001490 77  PG-HIST-COUNT                PIC 9(08)   COMP VALUE 0.
001500 77  PG-REJECT-COUNT              PIC 9(08)   COMP VALUE 0.
001510 77  PG-AUDIT-REJECT-COUNT        PIC 9(08)   COMP VALUE 0.
001520 77  PG-AUDIT-OUTPUT-COUNT        PIC 9(08)   COMP VALUE 0.
001530 77  PG-AUDIT-MODE                PIC X(01)   VALUE SPACE.
001540         88  PG-AUDIT-RESTART                     VALUE 'R'.
001550 01  PG-DETAIL-HASH               PIC S9(13)V99 COMP-3 VALUE 0.
001560 01  PG-HIST-HASH                 PIC S9(13)V99 COMP-3 VALUE 0.
001570 01  PG-RUN-DATE                  PIC 9(08)   VALUE ZERO.
001580 01  PG-RUN-TIME-RAW              PIC 9(08)   VALUE ZERO.
001590 01  PG-RUN-TIME                  PIC 9(06)   VALUE ZERO.
001600 01  PG-LAST-LIVE-ID              PIC X(08)   VALUE SPACES.
001610 01  PG-GEN-STAMP                 PIC 9(14)   VALUE ZERO.
001620 01  PG-AUDIT-STAMP               PIC 9(14)   VALUE ZERO.
001622 01  PG-GLIF-DATE                 PIC 9(08)   VALUE ZERO.
001624 01  PG-GLIF-TIME                 PIC 9(06)   VALUE ZERO.
001626 01  PG-EXTRACT-DATE              PIC 9(08)   VALUE ZERO.
001628 01  PG-EXTRACT-TIME              PIC 9(06)   VALUE ZERO.
001630 01  PG-DISPLAY-COUNT             PIC Z(7)9.
001640     COPY PGOUTHDR.
001650     COPY PGCURTAB.
001660*   PER-CURRENCY FIGURES, ONE ENTRY PER PGCURTAB CURRENCY (SAME
001670*   SUBSCRIPT): THE GENERATION'S LIVE SCHEDULES AND THEIR TERM
001680*   VALUES, THE PGGLIF SUMMARY RECORDS, AND THE PGGLIF TRAILER.
001690 01  PG-CURRENCY-TOTALS.
001700         05  PG-CT-ENTRY OCCURS 3 TIMES.
001710             10  PG-CT-LIVE-COUNT         PIC 9(08)   COMP.
001720             10  PG-CT-LIVE-HASH          PIC S9(13)V99 COMP-3.
001730             10  PG-CT-GLD-COUNT          PIC 9(08)   COMP.
001740             10  PG-CT-GLD-HASH           PIC S9(13)V99 COMP-3.
001750             10  PG-CT-GLT-COUNT          PIC 9(08)   COMP.
001760             10  PG-CT-GLT-HASH           PIC S9(13)V99 COMP-3.
001770             10  PG-CT-GLT-SEEN           PIC 9(02)   COMP.
001780 01  PG-GRAND-TOTALS.
001790         05  PG-LIVE-COUNT            PIC 9(08)   COMP.
001800         05  PG-LIVE-HASH             PIC S9(13)V99 COMP-3.
001810         05  PG-GLD-COUNT             PIC 9(08)   COMP.
001820         05  PG-GLD-HASH              PIC S9(13)V99 COMP-3.
001830         05  PG-GLT-COUNT             PIC 9(08)   COMP.
001840         05  PG-GLT-HASH              PIC S9(13)V99 COMP-3.
001850*   ONE CONTROL LINE: THE FIGURE (LEFT), WHAT IT IS TIED TO
001860*   (RIGHT), AND WHETHER EACH SIDE CARRIES A HASH AT ALL.
001870 01  PG-CONTROL-WORK.
001880         05  PG-LEFT-LABEL            PIC X(24).
001890         05  PG-LEFT-COUNT            PIC 9(08).
001900         05  PG-LEFT-HASH             PIC S9(13)V99.
001910         05  PG-RIGHT-LABEL           PIC X(24).
001920         05  PG-RIGHT-COUNT           PIC 9(08).
001930         05  PG-RIGHT-HASH            PIC S9(13)V99.
001940         05  PG-HASH-SWITCH           PIC X(01).
001950             88  PG-HASH-SHOWN                    VALUE 'Y'.
001960             88  PG-HASH-NOT-SHOWN                VALUE 'N'.
001970         05  PG-PRESENT-SWITCH        PIC X(01).
001980             88  PG-FIGURE-PRESENT                VALUE 'Y'.
001990             88  PG-FIGURE-ABSENT                 VALUE 'N'.
002000 01  PG-CURRENCY-LABEL.
002010         05  PG-LABEL-TEXT            PIC X(15).
002020         05  PG-LABEL-CURRENCY        PIC X(03).
002030         05  FILLER                   PIC X(06)  VALUE SPACES.
002040 01  PG-PRINT-AREA                PIC X(132)  VALUE SPACES.
002050 01  PG-REPORT-HEADING.
002060         05  FILLER                   PIC X(24)
002070             VALUE 'PGBAL - FOLHA DE CONTROL'.
002080         05  FILLER                   PIC X(24)
002090             VALUE 'E DO BALANCEAMENTO FINAL'.
002100         05  FILLER                   PIC X(56)  VALUE SPACES.
002110         05  FILLER                   PIC X(06)  VALUE 'DATA: '.
002120         05  RH-RUN-DATE              PIC 9(08).
002130         05  FILLER                   PIC X(02)  VALUE SPACES.
002140         05  FILLER                   PIC X(06)  VALUE 'HORA: '.
002150         05  RH-RUN-TIME              PIC 9(06).
002160 01  PG-GENERATION-LINE.
002170         05  FILLER                   PIC X(26)
002180             VALUE 'GERACAO PGOUT:  DATA BASE '.
002190         05  GL-RUN-DATE              PIC 9(08).
002200         05  FILLER                   PIC X(07)  VALUE '  HORA '.
002210         05  GL-RUN-TIME              PIC 9(06).
002220         05  FILLER                   PIC X(07)  VALUE '  MODO '.
002230         05  GL-RUN-MODE              PIC X(01).
002240         05  FILLER                   PIC X(77)  VALUE SPACES.
002250 01  PG-AUDIT-LINE.
002260         05  FILLER                   PIC X(16)
002270             VALUE 'PGAUDIT:        '.
002280         05  AL-TEXT                  PIC X(28).
002290         05  AL-RUN-DATE              PIC X(08).
002300         05  FILLER                   PIC X(07)  VALUE '  HORA '.
002310         05  AL-RUN-TIME              PIC X(06).
002320         05  FILLER                   PIC X(07)  VALUE '  MODO '.
002330         05  AL-RUN-MODE              PIC X(01).
002340         05  FILLER                   PIC X(59)  VALUE SPACES.
002350 01  PG-STAMP-LINE.
002360         05  FILLER                   PIC X(16)
002370             VALUE 'PGARCH/PGHIST:  '.
002380         05  SL-TEXT                  PIC X(28).
002390         05  SL-RUN-DATE              PIC X(08).
002400         05  FILLER                   PIC X(07)  VALUE '  HORA '.
002410         05  SL-RUN-TIME              PIC X(04).
002420         05  FILLER                   PIC X(69)  VALUE SPACES.
002430 01  PG-COLUMN-HEADING.
002440         05  FILLER                   PIC X(26)  VALUE 'CONTROLE'.
002450         05  FILLER                   PIC X(08)  VALUE '    QTDE'.
002460         05  FILLER                   PIC X(02)  VALUE SPACES.
002470         05  FILLER                   PIC X(18)
002480             VALUE '      VALOR (HASH)'.
002490         05  FILLER                   PIC X(03)  VALUE SPACES.
002500         05  FILLER                   PIC X(26)
002510             VALUE 'CONFRONTADO COM'.
002520         05  FILLER                   PIC X(08)  VALUE '    QTDE'.
002530         05  FILLER                   PIC X(02)  VALUE SPACES.
002540         05  FILLER                   PIC X(18)
002550             VALUE '      VALOR (HASH)'.
002560         05  FILLER                   PIC X(03)  VALUE SPACES.
002570         05  FILLER                   PIC X(18)  VALUE 'SITUACAO'.
002580 01  PG-CONTROL-LINE.
002590         05  CL-LEFT-LABEL            PIC X(24).
002600         05  FILLER                   PIC X(02)  VALUE SPACES.
002610         05  CL-LEFT-COUNT            PIC Z(7)9.
002620         05  CL-LEFT-COUNT-X REDEFINES CL-LEFT-COUNT
002630                                      PIC X(08).
002640         05  FILLER                   PIC X(02)  VALUE SPACES.
002650         05  CL-LEFT-HASH             PIC -(14)9.99.
002660         05  CL-LEFT-HASH-X REDEFINES CL-LEFT-HASH
002670                                      PIC X(18).
002680         05  FILLER                   PIC X(03)  VALUE SPACES.
002690         05  CL-RIGHT-LABEL           PIC X(24).
002700         05  FILLER                   PIC X(02)  VALUE SPACES.
002710         05  CL-RIGHT-COUNT           PIC Z(7)9.
002720         05  FILLER                   PIC X(02)  VALUE SPACES.
002730         05  CL-RIGHT-HASH            PIC -(14)9.99.
002740         05  CL-RIGHT-HASH-X REDEFINES CL-RIGHT-HASH
002750                                      PIC X(18).
002760         05  FILLER                   PIC X(03)  VALUE SPACES.
002770         05  CL-SITUATION             PIC X(18).
002771*   THE EXTRACT STAMP TIE, IN THE CONTROL LINE'S COLUMNS: DATE
002772*   UNDER QTDE AND TIME UNDER VALOR.
002773 01  PG-STAMP-TIE-LINE.
002774         05  ST-LEFT-LABEL            PIC X(24).
002775         05  FILLER                   PIC X(02)  VALUE SPACES.
002776         05  ST-LEFT-DATE             PIC X(08).
002777         05  FILLER                   PIC X(14)  VALUE SPACES.
002778         05  ST-LEFT-TIME             PIC X(06).
002779         05  FILLER                   PIC X(03)  VALUE SPACES.
002780         05  ST-RIGHT-LABEL           PIC X(24).
002781         05  FILLER                   PIC X(02)  VALUE SPACES.
002782         05  ST-RIGHT-DATE            PIC X(08).
002783         05  FILLER                   PIC X(14)  VALUE SPACES.
002784         05  ST-RIGHT-TIME            PIC X(06).
002785         05  FILLER                   PIC X(03)  VALUE SPACES.
002786         05  ST-SITUATION             PIC X(18).
002787 01  PG-RESULT-LINE.
002790         05  FILLER                   PIC X(11)
002800             VALUE 'RESULTADO: '.
002810         05  RL-TEXT                  PIC X(121).
002820 01  PG-FAIL-TEXT.
002830         05  FT-FAIL-COUNT            PIC ZZ9.
002840         05  FILLER                   PIC X(44)
002850             VALUE ' CONTROLE(S) NAO CONFERE(M) -- GERACAO NAO L'.
002860         05  FILLER                   PIC X(21)
002870             VALUE 'IBERADA, VER ACIMA.  '.
002880         05  FILLER                   PIC X(53)  VALUE SPACES.
002890 01  PG-SIGNOFF-LINE-1.
002900         05  FILLER                   PIC X(24)
002910             VALUE 'CONFERIDO (OPERACAO):   '.
002920         05  FILLER                   PIC X(36)
002930             VALUE '________________________________    '.
002940         05  FILLER                   PIC X(24)
002950             VALUE 'DATA: ____/____/________'.
002960         05  FILLER                   PIC X(48)  VALUE SPACES.
002970 01  PG-SIGNOFF-LINE-2.
002980         05  FILLER                   PIC X(24)
002990             VALUE 'VISTO (SUPERVISAO):     '.
003000         05  FILLER                   PIC X(36)
003010             VALUE '________________________________    '.
003020         05  FILLER                   PIC X(24)
003030             VALUE 'DATA: ____/____/________'.
003040         05  FILLER                   PIC X(48)  VALUE SPACES.
003050 PROCEDURE DIVISION.
003060 0000-MAINLINE.
003070         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003080         PERFORM 2000-READ-OUTPUT THRU 2000-EXIT.
003090         PERFORM 3000-READ-AUDIT THRU 3000-EXIT.
003100         PERFORM 3500-READ-GLIF THRU 3500-EXIT.
003105         PERFORM 3800-READ-EXTRACT-STAMP THRU 3800-EXIT.
003110         PERFORM 4000-READ-STAMP THRU 4000-EXIT.
003120         PERFORM 4500-READ-HISTORY THRU 4500-EXIT.
003130         PERFORM 4800-READ-REJECTS THRU 4800-EXIT.
003140         PERFORM 5000-PRINT-SHEET THRU 5000-EXIT.
003150         PERFORM 9000-TERMINATE THRU 9000-EXIT.
003160         STOP RUN.
003170 1000-INITIALIZE.
003180         ACCEPT PG-RUN-DATE FROM DATE YYYYMMDD.
003190         ACCEPT PG-RUN-TIME-RAW FROM TIME.
003200         COMPUTE PG-RUN-TIME = PG-RUN-TIME-RAW / 100.
003210         MOVE PG-RUN-DATE TO RH-RUN-DATE.
003220         MOVE PG-RUN-TIME TO RH-RUN-TIME.
003230         INITIALIZE PG-CURRENCY-TOTALS.
003240         INITIALIZE PG-GRAND-TOTALS.
003250 1000-EXIT.
003260         EXIT.
003270*--------------------------------------------------------------*
003280* THE GENERATION: HEADER FOR ITS IDENTITY, EVERY DETAIL FOR    *
003290* THE COUNT AND HASH ITS TRAILER CLAIMS, AND THE LIVE (NON-    *
003300* SUPERSEDED) TERMS BY CURRENCY FOR THE LEDGER TIE -- ONE      *
003310* SCHEDULE PER CHANGE OF REQUEST-ID, AS PGGLEXT SUMMARIZES.    *
003320*--------------------------------------------------------------*
003330 2000-READ-OUTPUT.
003340         OPEN INPUT PROGRESSION-OUTPUT-FILE.
003350         READ PROGRESSION-OUTPUT-FILE
003360             AT END
003370                 SET PG-EOF-YES TO TRUE
003380         END-READ.
003390         IF PG-EOF-YES OR NOT PO-HEADER-RECORD
003400             DISPLAY "PGOUT - ERRO: HEADER AUSENTE, GERACAO "
003410                 "INVALIDA, EXECUCAO CANCELADA."
003420             MOVE 16 TO RETURN-CODE
003430             STOP RUN
003440         END-IF.
003450         MOVE PROGRESSION-OUTPUT-RECORD
003460             TO PROGRESSION-HEADER-RECORD.
003470         COMPUTE PG-GEN-STAMP = PH-RUN-DATE * 1000000
003480             + PH-RUN-TIME.
003490         PERFORM 2100-TALLY-OUTPUT THRU 2100-EXIT
003500             WITH TEST AFTER
003510             UNTIL PG-EOF-YES
003520             OR PG-TRAILER-SEEN.
003530         IF PG-TRAILER-MISSING
003540             DISPLAY "PGOUT - ERRO: TRAILER AUSENTE, GERACAO "
003550                 "TRUNCADA, EXECUCAO CANCELADA."
003560             MOVE 16 TO RETURN-CODE
003570             STOP RUN
003580         END-IF.
003590         MOVE PROGRESSION-OUTPUT-RECORD
003600             TO PROGRESSION-TRAILER-RECORD.
003610         CLOSE PROGRESSION-OUTPUT-FILE.
003620 2000-EXIT.
003630         EXIT.
003640 2100-TALLY-OUTPUT.
003650         READ PROGRESSION-OUTPUT-FILE
003660             AT END
003670                 SET PG-EOF-YES TO TRUE
003680         END-READ.
003690         IF PG-EOF-YES
003700             GO TO 2100-EXIT
003710         END-IF.
003720         IF PO-TRAILER-RECORD
003730             SET PG-TRAILER-SEEN TO TRUE
003740             GO TO 2100-EXIT
003750         END-IF.
003760         ADD 1 TO PG-DETAIL-COUNT.
003770         ADD PO-TERMOS-VALOR TO PG-DETAIL-HASH.
003780         IF PO-TERM-SUPERSEDED
003790             GO TO 2100-EXIT
003800         END-IF.
003810         ADD 1 TO PG-LIVE-TERM-COUNT.
003820         MOVE PO-CURRENCY TO PG-CUR-KEY.
003830         IF PG-CUR-KEY = SPACES
003840             MOVE PG-BASE-CURRENCY TO PG-CUR-KEY
003850         END-IF.
003860         PERFORM 2500-LOOKUP-CURRENCY THRU 2500-EXIT.
003870         IF PG-CUR-NOT-FOUND
003880             ADD 1 TO PG-UNKNOWN-CUR-COUNT
003890             GO TO 2100-EXIT
003900         END-IF.
003910         ADD PO-TERMOS-VALOR TO PG-CT-LIVE-HASH(PG-CT-SUB).
003920         IF PO-REQUEST-ID NOT = PG-LAST-LIVE-ID
003930             ADD 1 TO PG-CT-LIVE-COUNT(PG-CT-SUB)
003940             MOVE PO-REQUEST-ID TO PG-LAST-LIVE-ID
003950         END-IF.
003960 2100-EXIT.
003970         EXIT.
003980*       THE MATCHING ENTRY'S SUBSCRIPT IS SAVED IN PG-CT-SUB --
003990*       THE VARYING STEPS PG-CUR-SUB PAST IT BEFORE STOPPING.
004000 2500-LOOKUP-CURRENCY.
004010         SET PG-CUR-NOT-FOUND TO TRUE.
004020         PERFORM 2510-CHECK-CURRENCY-ENTRY THRU 2510-EXIT
004030             VARYING PG-CUR-SUB FROM 1 BY 1
004040             UNTIL PG-CUR-SUB > PG-CUR-COUNT
004050             OR PG-CUR-FOUND.
004060 2500-EXIT.
004070         EXIT.
004080 2510-CHECK-CURRENCY-ENTRY.
004090         IF PG-CUR-CODE(PG-CUR-SUB) = PG-CUR-KEY
004100             SET PG-CUR-FOUND TO TRUE
004110             MOVE PG-CUR-SUB TO PG-CT-SUB
004120         END-IF.
004130 2510-EXIT.
004140         EXIT.
004150*--------------------------------------------------------------*
004160* THE AUDIT DATASET ACCUMULATES ONE RECORD PER EXECUTION; THE  *
004170* LAST ONE IS THE RUN THAT WROTE THE GENERATION, AS PGRECON    *
004180* TAKES IT.  IT IS WRITTEN AT THE END OF THAT RUN, SO IT CAN   *
004190* NEVER BE OLDER THAN THE GENERATION'S HEADER -- ONE THAT IS   *
004200* BELONGS TO AN EARLIER RUN AND DOES NOT TIE.                  *
004210*--------------------------------------------------------------*
004220 3000-READ-AUDIT.
004230         OPEN INPUT RUN-AUDIT-FILE.
004240         IF PG-AUDIT-FS NOT = '00' AND PG-AUDIT-FS NOT = '05'
004250             GO TO 3000-EXIT
004260         END-IF.
004270         SET PG-EOF-NO TO TRUE.
004280         PERFORM 3100-READ-AUDIT-RECORD THRU 3100-EXIT
004290             WITH TEST AFTER
004300             UNTIL PG-EOF-YES.
004310         CLOSE RUN-AUDIT-FILE.
004320 3000-EXIT.
004330         EXIT.
004340 3100-READ-AUDIT-RECORD.
004350         READ RUN-AUDIT-FILE
004360             AT END
004370                 SET PG-EOF-YES TO TRUE
004380         END-READ.
004390         IF PG-EOF-YES
004400             GO TO 3100-EXIT
004410         END-IF.
004420         SET PG-AUDIT-FOUND TO TRUE.
004430         MOVE AU-RUN-DATE TO AL-RUN-DATE.
004440         MOVE AU-RUN-TIME TO AL-RUN-TIME.
004450         MOVE AU-RUN-MODE TO AL-RUN-MODE.
004460         COMPUTE PG-AUDIT-STAMP = AU-RUN-DATE * 1000000
004470             + AU-RUN-TIME.
004480         MOVE AU-RUN-MODE TO PG-AUDIT-MODE.
004490         MOVE AU-OUTPUT-COUNT TO PG-AUDIT-OUTPUT-COUNT.
004500         COMPUTE PG-AUDIT-REJECT-COUNT = AU-VALIDATE-REJECT-COUNT
004510             + AU-OVERFLOW-REJECT-COUNT.
004520 3100-EXIT.
004530         EXIT.
004540*--------------------------------------------------------------*
004550* THE LEDGER INTERFACE: ITS 'D' SUMMARIES AND ITS 'T' TRAILERS *
004555* BY CURRENCY, AND ITS HEADER'S RUN DATE/TIME.  A FILE THAT    *
004560* OPENS BUT IS EMPTY IS PRESENT WITH NOTHING ON IT.  A RECORD  *
004565* OF ANOTHER TYPE OR CURRENCY, OR A                            *
004570* CURRENCY TRAILER MISSING OR REPEATED, CANNOT BALANCE.        *
004580*--------------------------------------------------------------*
004590 3500-READ-GLIF.
004600         OPEN INPUT GL-INTERFACE-FILE.
004610         IF PG-GLIF-FS NOT = '00' AND PG-GLIF-FS NOT = '05'
004620             GO TO 3500-EXIT
004630         END-IF.
004632         IF PG-GLIF-FS = '00'
004634             SET PG-GLIF-FOUND TO TRUE
004636         END-IF.
004640         SET PG-EOF-NO TO TRUE.
004650         PERFORM 3600-TALLY-GLIF THRU 3600-EXIT
004660             WITH TEST AFTER
004670             UNTIL PG-EOF-YES.
004680         CLOSE GL-INTERFACE-FILE.
004690 3500-EXIT.
004700         EXIT.
004710 3600-TALLY-GLIF.
004720         READ GL-INTERFACE-FILE
004730             AT END
004740                 SET PG-EOF-YES TO TRUE
004750         END-READ.
004760         IF PG-EOF-YES
004770             GO TO 3600-EXIT
004780         END-IF.
004800         IF GI-HEADER
004802             ADD 1 TO PG-GLIF-HDR-COUNT
004804             MOVE GI-HEADER-RUN-DATE TO PG-GLIF-DATE
004806             MOVE GI-HEADER-RUN-TIME TO PG-GLIF-TIME
004810             GO TO 3600-EXIT
004820         END-IF.
004830         IF GI-DETAIL
004840             MOVE GI-DETAIL-CURRENCY TO PG-CUR-KEY
004850         ELSE
004860             MOVE GI-TRAILER-CURRENCY TO PG-CUR-KEY
004870         END-IF.
004880         PERFORM 2500-LOOKUP-CURRENCY THRU 2500-EXIT.
004890         IF PG-CUR-NOT-FOUND
004900             OR (NOT GI-DETAIL AND NOT GI-TRAILER)
004910             ADD 1 TO PG-GLIF-BAD-COUNT
004920             GO TO 3600-EXIT
004930         END-IF.
004940         IF GI-DETAIL
004950             ADD 1 TO PG-CT-GLD-COUNT(PG-CT-SUB)
004960             ADD GI-SCHEDULE-TOTAL TO PG-CT-GLD-HASH(PG-CT-SUB)
004970         ELSE
004980             ADD 1 TO PG-CT-GLT-SEEN(PG-CT-SUB)
004990             ADD GI-RECORD-COUNT TO PG-CT-GLT-COUNT(PG-CT-SUB)
005000             ADD GI-HASH-TOTAL TO PG-CT-GLT-HASH(PG-CT-SUB)
005010         END-IF.
005020 3600-EXIT.
005030         EXIT.
005031*--------------------------------------------------------------*
005032* PGGLEXT RECORDS ON ITS PGCTL RECORD FOR THE GENERATION THE   *
005033* RUN DATE/TIME IT STAMPED ON THE PGGLIF HEADER.  NO RECORD    *
005034* MEANS THE GENERATION WAS NEVER EXTRACTED.                    *
005035*--------------------------------------------------------------*
005036 3800-READ-EXTRACT-STAMP.
005037         OPEN INPUT PROCESSING-CONTROL-FILE.
005038         IF PG-CTL-FS NOT = '00' AND PG-CTL-FS NOT = '05'
005039             GO TO 3800-EXIT
005040         END-IF.
005041         MOVE SPACES      TO PROCESSING-CONTROL-RECORD.
005042         MOVE PH-RUN-DATE TO CT-RUN-DATE.
005043         MOVE PH-RUN-TIME TO CT-RUN-TIME.
005044         MOVE PH-RUN-MODE TO CT-RUN-MODE.
005045         SET CT-CONSUMER-GLEXT TO TRUE.
005046         READ PROCESSING-CONTROL-FILE.
005047         IF PG-CTL-FS = '00'
005048             AND CT-LAST-DATE IS NUMERIC
005049             AND CT-LAST-TIME IS NUMERIC
005050             SET PG-EXTRACT-FOUND TO TRUE
005051             MOVE CT-LAST-DATE TO PG-EXTRACT-DATE
005052             MOVE CT-LAST-TIME TO PG-EXTRACT-TIME
005053         END-IF.
005054         CLOSE PROCESSING-CONTROL-FILE.
005055 3800-EXIT.
005056         EXIT.
005057*--------------------------------------------------------------*
005058* PGARCH STAMPS THE HISTORY FROM ITS OWN CLOCK, NOT THE        *
005060* GENERATION'S HEADER, AND RECORDS THAT STAMP ON ITS PGCTL     *
005070* RECORD FOR THE GENERATION.  NO RECORD, OR ONE WRITTEN BEFORE *
005080* THE STAMP WAS KEPT, LEAVES THE HISTORY FIGURE ABSENT.        *
005090*--------------------------------------------------------------*
005100 4000-READ-STAMP.
005110         OPEN INPUT PROCESSING-CONTROL-FILE.
005120         IF PG-CTL-FS NOT = '00' AND PG-CTL-FS NOT = '05'
005130             GO TO 4000-EXIT
005140         END-IF.
005150         MOVE SPACES      TO PROCESSING-CONTROL-RECORD.
005160         MOVE PH-RUN-DATE TO CT-RUN-DATE.
005170         MOVE PH-RUN-TIME TO CT-RUN-TIME.
005180         MOVE PH-RUN-MODE TO CT-RUN-MODE.
005190         SET CT-CONSUMER-ARCH TO TRUE.
005200         READ PROCESSING-CONTROL-FILE.
005210         IF PG-CTL-FS = '00'
005220             AND CT-HIST-RUN-DATE IS NUMERIC
005230             AND CT-HIST-RUN-TIME IS NUMERIC
005240             SET PG-STAMP-FOUND TO TRUE
005250         END-IF.
005260         CLOSE PROCESSING-CONTROL-FILE.
005270 4000-EXIT.
005280         EXIT.
005290 4500-READ-HISTORY.
005300         IF PG-STAMP-MISSING
005310             GO TO 4500-EXIT
005320         END-IF.
005330         OPEN INPUT PROGRESSION-HISTORY-FILE.
005340         IF PG-HIST-FS NOT = '00' AND PG-HIST-FS NOT = '05'
005350             GO TO 4500-EXIT
005360         END-IF.
005370         SET PG-HIST-FOUND TO TRUE.
005380         SET PG-EOF-NO TO TRUE.
005390         PERFORM 4600-TALLY-HISTORY THRU 4600-EXIT
005400             WITH TEST AFTER
005410             UNTIL PG-EOF-YES.
005420         CLOSE PROGRESSION-HISTORY-FILE.
005430 4500-EXIT.
005440         EXIT.
005450 4600-TALLY-HISTORY.
005460         READ PROGRESSION-HISTORY-FILE
005470             AT END
005480                 SET PG-EOF-YES TO TRUE
005490         END-READ.
005500         IF PG-EOF-YES
005510             GO TO 4600-EXIT
005520         END-IF.
005530         ADD 1 TO PG-HIST-READ-COUNT.
005540         IF HS-RUN-DATE = CT-HIST-RUN-DATE
005550             AND HS-RUN-TIME = CT-HIST-RUN-TIME
005560             ADD 1 TO PG-HIST-COUNT
005570             ADD HS-TERMOS-VALOR TO PG-HIST-HASH
005580         END-IF.
005590 4600-EXIT.
005600         EXIT.
005610 4800-READ-REJECTS.
005620         OPEN INPUT REJECT-OUTPUT-FILE.
005630         IF PG-REJECT-FS NOT = '00' AND PG-REJECT-FS NOT = '05'
005640             GO TO 4800-EXIT
005650         END-IF.
005660         SET PG-REJECT-FOUND TO TRUE.
005670         SET PG-EOF-NO TO TRUE.
005680         PERFORM 4900-TALLY-REJECT THRU 4900-EXIT
005690             WITH TEST AFTER
005700             UNTIL PG-EOF-YES.
005710         CLOSE REJECT-OUTPUT-FILE.
005720 4800-EXIT.
005730         EXIT.
005740 4900-TALLY-REJECT.
005750         READ REJECT-OUTPUT-FILE
005760             AT END
005770                 SET PG-EOF-YES TO TRUE
005780         END-READ.
005790         IF NOT PG-EOF-YES
005800             ADD 1 TO PG-REJECT-COUNT
005810         END-IF.
005820 4900-EXIT.
005830         EXIT.
005840*--------------------------------------------------------------*
005850* THE CONTROL SHEET: THE GENERATION AND THE RECORDS IT WAS     *
005860* FOUND BY, THEN ONE LINE PER TIE, THE RESULT AND THE SIGN-OFF.*
005870*--------------------------------------------------------------*
005880 5000-PRINT-SHEET.
005890         OPEN OUTPUT BALANCE-PRINT-FILE.
005900         MOVE '1'               TO BP-CARRIAGE-CONTROL.
005910         MOVE PG-REPORT-HEADING TO BP-PRINT-LINE.
005920         WRITE BALANCE-PRINT-RECORD.
005930         MOVE SPACES TO PG-PRINT-AREA.
005940         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
005950         MOVE PH-RUN-DATE TO GL-RUN-DATE.
005960         MOVE PH-RUN-TIME TO GL-RUN-TIME.
005970         MOVE PH-RUN-MODE TO GL-RUN-MODE.
005980         MOVE PG-GENERATION-LINE TO PG-PRINT-AREA.
005990         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006000         IF PG-AUDIT-FOUND
006010             MOVE 'ULTIMO REGISTRO, GRAVADO EM ' TO AL-TEXT
006020         ELSE
006030             MOVE 'NENHUM REGISTRO ENCONTRADO' TO AL-TEXT
006040         END-IF.
006050         MOVE PG-AUDIT-LINE TO PG-PRINT-AREA.
006060         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006070         IF PG-STAMP-FOUND
006080             MOVE 'HISTORICO CARIMBADO EM      ' TO SL-TEXT
006090             MOVE CT-HIST-RUN-DATE TO SL-RUN-DATE
006100             MOVE CT-HIST-RUN-TIME TO SL-RUN-TIME
006110         ELSE
006120             MOVE 'GERACAO SEM CARIMBO NO PGCTL' TO SL-TEXT
006130         END-IF.
006140         MOVE PG-STAMP-LINE TO PG-PRINT-AREA.
006150         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006160         MOVE SPACES TO PG-PRINT-AREA.
006170         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006180         MOVE PG-COLUMN-HEADING TO PG-PRINT-AREA.
006190         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006200         MOVE SPACES TO PG-PRINT-AREA.
006210         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006220         PERFORM 5100-TIE-OUTPUT THRU 5100-EXIT.
006230         PERFORM 5150-TIE-AUDIT THRU 5150-EXIT.
006240         PERFORM 5200-TIE-GLIF-CURRENCY THRU 5200-EXIT
006250             VARYING PG-CUR-SUB FROM 1 BY 1
006260             UNTIL PG-CUR-SUB > PG-CUR-COUNT.
006270         PERFORM 5250-TIE-GLIF-TOTAL THRU 5250-EXIT.
006275         PERFORM 5270-TIE-GLIF-STAMP THRU 5270-EXIT.
006280         PERFORM 5300-TIE-HISTORY THRU 5300-EXIT.
006290         PERFORM 5350-TIE-REJECTS THRU 5350-EXIT.
006300         MOVE SPACES TO PG-PRINT-AREA.
006310         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006320         IF PG-FAIL-COUNT = ZERO
006330             MOVE 'TODOS OS CONTROLES CONFEREM.' TO RL-TEXT
006340         ELSE
006350             MOVE PG-FAIL-COUNT TO FT-FAIL-COUNT
006360             MOVE PG-FAIL-TEXT  TO RL-TEXT
006370         END-IF.
006380         MOVE PG-RESULT-LINE TO PG-PRINT-AREA.
006390         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006400         MOVE SPACES TO PG-PRINT-AREA.
006410         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006420         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006430         MOVE PG-SIGNOFF-LINE-1 TO PG-PRINT-AREA.
006440         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006450         MOVE SPACES TO PG-PRINT-AREA.
006460         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006470         MOVE PG-SIGNOFF-LINE-2 TO PG-PRINT-AREA.
006480         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
006490         CLOSE BALANCE-PRINT-FILE.
006500 5000-EXIT.
006510         EXIT.
006520*       THE TRAILER AGAINST THE DETAILS ACTUALLY ON THE FILE.
006530 5100-TIE-OUTPUT.
006540         SET PG-HASH-SHOWN     TO TRUE.
006550         SET PG-FIGURE-PRESENT TO TRUE.
006560         MOVE 'PGOUT TRAILER'  TO PG-LEFT-LABEL.
006570         MOVE PT-DETAIL-COUNT  TO PG-LEFT-COUNT.
006580         MOVE PT-HASH-TOTAL    TO PG-LEFT-HASH.
006590         MOVE 'PGOUT DETALHES' TO PG-RIGHT-LABEL.
006600         MOVE PG-DETAIL-COUNT  TO PG-RIGHT-COUNT.
006610         MOVE PG-DETAIL-HASH   TO PG-RIGHT-HASH.
006620         PERFORM 5500-PRINT-CONTROL THRU 5500-EXIT.
006630 5100-EXIT.
006640         EXIT.
006650*       THE RUN'S OWN CLAIM OF WHAT IT WROTE, AGAINST THE TRAILER.
006660 5150-TIE-AUDIT.
006670         SET PG-HASH-NOT-SHOWN TO TRUE.
006680         SET PG-FIGURE-PRESENT TO TRUE.
006690         IF PG-AUDIT-MISSING
006700             OR PG-AUDIT-STAMP < PG-GEN-STAMP
006710             SET PG-FIGURE-ABSENT TO TRUE
006720         END-IF.
006730         MOVE 'PGAUDIT SAIDA'  TO PG-LEFT-LABEL.
006740         MOVE PG-AUDIT-OUTPUT-COUNT TO PG-LEFT-COUNT.
006750         MOVE 'PGOUT TRAILER'  TO PG-RIGHT-LABEL.
006760         MOVE PT-DETAIL-COUNT  TO PG-RIGHT-COUNT.
006770         MOVE ZERO TO PG-LEFT-HASH.
006780         MOVE ZERO TO PG-RIGHT-HASH.
006790         PERFORM 5500-PRINT-CONTROL THRU 5500-EXIT.
006800 5150-EXIT.
006810         EXIT.
006820*       EACH CURRENCY'S LEDGER TRAILER AGAINST THAT CURRENCY'S
006830*       LIVE SCHEDULES AND TERM VALUES.  EXACTLY ONE TRAILER PER
006840*       CURRENCY IS EXPECTED.
006850 5200-TIE-GLIF-CURRENCY.
006860         SET PG-HASH-SHOWN     TO TRUE.
006870         SET PG-FIGURE-PRESENT TO TRUE.
006880         IF PG-GLIF-MISSING
006890             OR PG-CT-GLT-SEEN(PG-CUR-SUB) NOT = 1
006900             SET PG-FIGURE-ABSENT TO TRUE
006910         END-IF.
006920         MOVE 'PGGLIF TRAILER'          TO PG-LABEL-TEXT.
006930         MOVE PG-CUR-CODE(PG-CUR-SUB)   TO PG-LABEL-CURRENCY.
006940         MOVE PG-CURRENCY-LABEL         TO PG-LEFT-LABEL.
006950         MOVE PG-CT-GLT-COUNT(PG-CUR-SUB) TO PG-LEFT-COUNT.
006960         MOVE PG-CT-GLT-HASH(PG-CUR-SUB)  TO PG-LEFT-HASH.
006970         MOVE 'PGOUT VIVOS'             TO PG-LABEL-TEXT.
006980         MOVE PG-CURRENCY-LABEL         TO PG-RIGHT-LABEL.
006990         MOVE PG-CT-LIVE-COUNT(PG-CUR-SUB) TO PG-RIGHT-COUNT.
007000         MOVE PG-CT-LIVE-HASH(PG-CUR-SUB)  TO PG-RIGHT-HASH.
007010         PERFORM 5500-PRINT-CONTROL THRU 5500-EXIT.
007020         ADD PG-CT-GLT-COUNT(PG-CUR-SUB)  TO PG-GLT-COUNT.
007030         ADD PG-CT-GLT-HASH(PG-CUR-SUB)   TO PG-GLT-HASH.
007040         ADD PG-CT-GLD-COUNT(PG-CUR-SUB)  TO PG-GLD-COUNT.
007050         ADD PG-CT-GLD-HASH(PG-CUR-SUB)   TO PG-GLD-HASH.
007060         ADD PG-CT-LIVE-COUNT(PG-CUR-SUB) TO PG-LIVE-COUNT.
007070         ADD PG-CT-LIVE-HASH(PG-CUR-SUB)  TO PG-LIVE-HASH.
007080 5200-EXIT.
007090         EXIT.
007100*       THE TRAILERS SUMMED, AGAINST ALL LIVE TERMS (A TERM IN A
007110*       CURRENCY OUTSIDE THE TABLE NEVER REACHES THE LEDGER) AND
007120*       AGAINST THE SUMMARY RECORDS ON THE INTERFACE FILE.
007130 5250-TIE-GLIF-TOTAL.
007140         SET PG-HASH-SHOWN     TO TRUE.
007150         SET PG-FIGURE-PRESENT TO TRUE.
007160         IF PG-GLIF-MISSING
007170             SET PG-FIGURE-ABSENT TO TRUE
007180         END-IF.
007190         MOVE 'PGGLIF TRAILERS (SOMA)' TO PG-LEFT-LABEL.
007200         MOVE PG-GLT-COUNT  TO PG-LEFT-COUNT.
007210         MOVE PG-GLT-HASH   TO PG-LEFT-HASH.
007220         MOVE 'PGOUT VIVOS (TODOS)' TO PG-RIGHT-LABEL.
007230         MOVE PG-LIVE-COUNT TO PG-RIGHT-COUNT.
007240         MOVE PG-LIVE-HASH  TO PG-RIGHT-HASH.
007250         IF PG-UNKNOWN-CUR-COUNT > ZERO
007260             SET PG-FIGURE-ABSENT TO TRUE
007270             MOVE PG-UNKNOWN-CUR-COUNT TO PG-DISPLAY-COUNT
007280             DISPLAY "PGBAL - PGOUT TEM " PG-DISPLAY-COUNT
007290                 " TERMOS VIVOS COM MOEDA FORA DA TABELA."
007300         END-IF.
007310         PERFORM 5500-PRINT-CONTROL THRU 5500-EXIT.
007320         SET PG-FIGURE-PRESENT TO TRUE.
007330         IF PG-GLIF-MISSING
007340             SET PG-FIGURE-ABSENT TO TRUE
007350         END-IF.
007360         MOVE 'PGGLIF TRAILERS (SOMA)' TO PG-LEFT-LABEL.
007370         MOVE 'PGGLIF RESUMOS'         TO PG-RIGHT-LABEL.
007380         MOVE PG-GLD-COUNT  TO PG-RIGHT-COUNT.
007390         MOVE PG-GLD-HASH   TO PG-RIGHT-HASH.
007400         IF PG-GLIF-BAD-COUNT > ZERO
007410             SET PG-FIGURE-ABSENT TO TRUE
007420             MOVE PG-GLIF-BAD-COUNT TO PG-DISPLAY-COUNT
007430             DISPLAY "PGBAL - PGGLIF TEM " PG-DISPLAY-COUNT
007440                 " REGISTROS DE TIPO OU MOEDA INVALIDOS."
007450         END-IF.
007460         PERFORM 5500-PRINT-CONTROL THRU 5500-EXIT.
007470 5250-EXIT.
007480         EXIT.
007481*       THE PGGLIF ON THE DD MUST BE THE EXTRACT PGCTL RECORDS FOR
007482*       THIS GENERATION: EXACTLY ONE HEADER, STAMPED WITH THE SAME
007483*       RUN DATE AND TIME.  NO HEADER OR NO RECORD DOES NOT TIE.
007484 5270-TIE-GLIF-STAMP.
007485         SET PG-TIES TO TRUE.
007486         MOVE 'PGGLIF HEADER'    TO ST-LEFT-LABEL.
007487         MOVE PG-GLIF-DATE       TO ST-LEFT-DATE.
007488         MOVE PG-GLIF-TIME       TO ST-LEFT-TIME.
007489         MOVE 'PGCTL PGGLEXT'    TO ST-RIGHT-LABEL.
007490         MOVE PG-EXTRACT-DATE    TO ST-RIGHT-DATE.
007491         MOVE PG-EXTRACT-TIME    TO ST-RIGHT-TIME.
007492         IF PG-GLIF-HDR-COUNT NOT = 1
007493             SET PG-DOES-NOT-TIE TO TRUE
007494             MOVE 'NENHUM'       TO ST-LEFT-DATE
007495             MOVE SPACES         TO ST-LEFT-TIME
007496         END-IF.
007497         IF PG-GLIF-HDR-COUNT > 1
007498             MOVE 'REPETIDO'     TO ST-LEFT-DATE
007499         END-IF.
007500         IF PG-EXTRACT-MISSING
007501             SET PG-DOES-NOT-TIE TO TRUE
007502             MOVE 'NENHUM'       TO ST-RIGHT-DATE
007503             MOVE SPACES         TO ST-RIGHT-TIME
007504         END-IF.
007505         IF PG-GLIF-DATE NOT = PG-EXTRACT-DATE
007506             OR PG-GLIF-TIME NOT = PG-EXTRACT-TIME
007507             SET PG-DOES-NOT-TIE TO TRUE
007508         END-IF.
007509         IF PG-TIES
007510             MOVE 'CONFERE' TO ST-SITUATION
007511         ELSE
007512             MOVE '*** NAO CONFERE' TO ST-SITUATION
007513             ADD 1 TO PG-FAIL-COUNT
007514             DISPLAY "PGBAL - PGGLIF NAO E A EXTRACAO REGISTRADA "
007515                 "NO PGCTL PARA ESTA GERACAO."
007516         END-IF.
007517         MOVE PG-STAMP-TIE-LINE TO PG-PRINT-AREA.
007518         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
007519 5270-EXIT.
007520         EXIT.
007521*       PGARCH ARCHIVES EVERY DETAIL, SUPERSEDED ONES INCLUDED,
007522*       SO ITS STAMPED RECORDS MUST MATCH THE TRAILER EXACTLY.
007523 5300-TIE-HISTORY.
007524         SET PG-HASH-SHOWN     TO TRUE.
007530         SET PG-FIGURE-PRESENT TO TRUE.
007540         IF PG-STAMP-MISSING OR PG-HIST-MISSING
007550             SET PG-FIGURE-ABSENT TO TRUE
007560         END-IF.
007570         MOVE 'PGHIST ARQUIVADOS' TO PG-LEFT-LABEL.
007580         MOVE PG-HIST-COUNT    TO PG-LEFT-COUNT.
007590         MOVE PG-HIST-HASH     TO PG-LEFT-HASH.
007600         MOVE 'PGOUT TRAILER'  TO PG-RIGHT-LABEL.
007610         MOVE PT-DETAIL-COUNT  TO PG-RIGHT-COUNT.
007620         MOVE PT-HASH-TOTAL    TO PG-RIGHT-HASH.
007630         PERFORM 5500-PRINT-CONTROL THRU 5500-EXIT.
007640 5300-EXIT.
007650         EXIT.
007660*       ON A RESTART THE REJECT FILE ALSO HOLDS THE REJECTS OF THE
007670*       RUN THAT FAILED, WHICH THE RESTART'S AUDIT RECORD DOES NOT
007680*       COUNT: THERE IT TIES IF IT HOLDS AT LEAST THAT MANY.
007690 5350-TIE-REJECTS.
007700         SET PG-HASH-NOT-SHOWN TO TRUE.
007710         SET PG-FIGURE-PRESENT TO TRUE.
007720         IF PG-REJECT-MISSING
007730             SET PG-FIGURE-ABSENT TO TRUE
007740         END-IF.
007750         MOVE 'PGREJX REJEITADOS' TO PG-LEFT-LABEL.
007760         MOVE PG-REJECT-COUNT  TO PG-LEFT-COUNT.
007770         MOVE 'PGAUDIT REJEITADOS' TO PG-RIGHT-LABEL.
007780         MOVE PG-AUDIT-REJECT-COUNT TO PG-RIGHT-COUNT.
007790         MOVE ZERO TO PG-LEFT-HASH.
007800         MOVE ZERO TO PG-RIGHT-HASH.
007810         IF PG-AUDIT-MISSING
007820             OR PG-AUDIT-STAMP < PG-GEN-STAMP
007830             SET PG-FIGURE-ABSENT TO TRUE
007840         END-IF.
007850         IF PG-AUDIT-RESTART AND PG-FIGURE-PRESENT
007860             AND PG-REJECT-COUNT > PG-AUDIT-REJECT-COUNT
007870             MOVE PG-AUDIT-REJECT-COUNT TO PG-LEFT-COUNT
007880             MOVE 'PGREJX (REINICIO)' TO PG-LEFT-LABEL
007890         END-IF.
007900         PERFORM 5500-PRINT-CONTROL THRU 5500-EXIT.
007910 5350-EXIT.
007920         EXIT.
007930*--------------------------------------------------------------*
007940* ONE CONTROL LINE FROM PG-CONTROL-WORK.  AN ABSENT FIGURE IS  *
007950* SHOWN BLANK AND NEVER TIES; OTHERWISE THE COUNTS (AND HASHES *
007960* WHERE SHOWN) MUST BE EQUAL.                                  *
007970*--------------------------------------------------------------*
007980 5500-PRINT-CONTROL.
007990         SET PG-TIES TO TRUE.
008000         IF PG-FIGURE-ABSENT
008010             OR PG-LEFT-COUNT NOT = PG-RIGHT-COUNT
008020             OR PG-LEFT-HASH NOT = PG-RIGHT-HASH
008030             SET PG-DOES-NOT-TIE TO TRUE
008040         END-IF.
008050         MOVE PG-LEFT-LABEL  TO CL-LEFT-LABEL.
008060         MOVE PG-LEFT-COUNT  TO CL-LEFT-COUNT.
008070         MOVE PG-LEFT-HASH   TO CL-LEFT-HASH.
008080         MOVE PG-RIGHT-LABEL TO CL-RIGHT-LABEL.
008090         MOVE PG-RIGHT-COUNT TO CL-RIGHT-COUNT.
008100         MOVE PG-RIGHT-HASH  TO CL-RIGHT-HASH.
008110         IF PG-HASH-NOT-SHOWN
008120             MOVE SPACES TO CL-LEFT-HASH-X
008130             MOVE SPACES TO CL-RIGHT-HASH-X
008140         END-IF.
008150         IF PG-FIGURE-ABSENT
008160             MOVE 'AUSENTE' TO CL-LEFT-COUNT-X
008170             MOVE SPACES    TO CL-LEFT-HASH-X
008180         END-IF.
008190         IF PG-TIES
008200             MOVE 'CONFERE' TO CL-SITUATION
008210         ELSE
008220             MOVE '*** NAO CONFERE' TO CL-SITUATION
008230             ADD 1 TO PG-FAIL-COUNT
008240         END-IF.
008250         MOVE PG-CONTROL-LINE TO PG-PRINT-AREA.
008260         PERFORM 5700-PRINT-LINE THRU 5700-EXIT.
008270 5500-EXIT.
008280         EXIT.
008290 5700-PRINT-LINE.
008300         MOVE SPACE         TO BP-CARRIAGE-CONTROL.
008310         MOVE PG-PRINT-AREA TO BP-PRINT-LINE.
008320         WRITE BALANCE-PRINT-RECORD.
008330 5700-EXIT.
008340         EXIT.
008350 9000-TERMINATE.
008360         MOVE PT-DETAIL-COUNT TO PG-DISPLAY-COUNT.
008370         DISPLAY "PGBAL - GERACAO " PH-RUN-DATE " " PH-RUN-TIME
008380             " " PH-RUN-MODE ", DETALHES: " PG-DISPLAY-COUNT.
008390         MOVE PG-HIST-READ-COUNT TO PG-DISPLAY-COUNT.
008400         DISPLAY "PGBAL - REGISTROS DE HISTORICO LIDOS: "
008410             PG-DISPLAY-COUNT.
008420         IF PG-FAIL-COUNT = ZERO
008430             DISPLAY "PGBAL - TODOS OS CONTROLES CONFEREM."
008440             GO TO 9000-EXIT
008450         END-IF.
008460         MOVE PG-FAIL-COUNT TO PG-DISPLAY-COUNT.
008470         DISPLAY "PGBAL - CONTROLES QUE NAO CONFEREM: "
008480             PG-DISPLAY-COUNT ", VER PGBPRT."
008490         MOVE 8 TO RETURN-CODE.
008500 9000-EXIT.
008510         EXIT.
